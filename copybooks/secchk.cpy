      *> SECCHK - the request/result area a caller passes to the
      *> shared security subprogram security_check before a
      *> sensitive action, so run_void, baseline_maint, ctl_maint,
      *> power_cap, host_registry and log_replicate all judge the
      *> caller the same way.
      *>
      *> SEC-PROGRAM / SEC-ACTION name what is being attempted and
      *> SEC-ROLE the role it needs (OPERATOR, APPROVER, FINANCE or
      *> ADMIN; ADMIN holds every role). SEC-TYPED carries any name
      *> the caller typed, for the audit log only. SEC-USER comes
      *> back the caller's actual login - the name callers record
      *> in their own trails. A blank SEC-ROLE only asks who the
      *> caller is: it is always granted and not logged.
       01  SECURITY-CHECK.
           05  SEC-PROGRAM    PIC X(20).
           05  SEC-ACTION     PIC X(20).
           05  SEC-ROLE       PIC X(10).
           05  SEC-TYPED      PIC X(20).
           05  SEC-USER       PIC X(20).
           05  SEC-RESULT     PIC X.
               88  SEC-GRANTED    VALUE 'G'.
               88  SEC-REFUSED    VALUE 'R'.
