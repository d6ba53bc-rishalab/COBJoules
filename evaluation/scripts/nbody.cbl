                ws-traj-path
                  organization line sequential
                  file status is traj-fs.
      *> SHADOW-FILE: with NBODY_SHADOW_PERTURB set, a shadow copy of
      *> the system - identical but for a tiny displacement of body
      *> 1 - is integrated alongside the real one, and the
      *> separation between the two is recorded here every
      *> NBODY_SHADOW_INTERVAL timesteps. The dataset's catalog row
      *> gets the resulting predictability horizon.
        select shadow-file assign to
                ws-shadow-path
                  organization line sequential
                  file status is shadow-fs.
        select nbody-catalog assign to
                "nbody-dataset-catalog"
                  organization line sequential
                  file status is ncat-fs.
        select nbody-catalog-new assign to
                "nbody-dataset-catalog.tmp"
                  organization line sequential
                  file status is ncat-new-fs.
       data division.
       file section.
       fd  input-file.
       fd  final-state-file.
       01  final-header-record.
           05  final-t          pic 9(8).
      *> the integration scheme that produced this state and the
      *> energy drift it finished with (blank when the drift was
      *> undefined), so a state file says how far it can be trusted.
           05  filler           pic x.
           05  final-scheme     pic x(8).
           05  filler           pic x.
           05  final-drift      pic x(10).
      *> the dataset the run integrated, so a state file can be
      *> compared against that dataset's predictability horizon.
           05  filler           pic x.
           05  final-dataset    pic x(100).
       01  final-body-record.
      *> same full s9(9)v9(20) checkpoint precision as
      *> ckpt-body-record, and for the same reason: a narrower field
       fd  trajectory-file.
       01  trajectory-record   pic x(200).

       fd  shadow-file.
       01  shadow-record       pic x(120).

       fd  nbody-catalog.
       01  ncat-record         pic x(160).

       fd  nbody-catalog-new.
       01  ncat-new-record     pic x(160).

       working-storage section.
      *> trajectory-mode working storage, added for dataset tuning
      *> and drift investigations: interval 0 leaves the mode off;
       77  base-steps       pic 9(8) value 0.
       77  grown-steps      pic 9(8) value 0.

      *> integration scheme (NBODY_SCHEME): the same dataset can be
      *> integrated three ways so the joules each scheme spends can
      *> be set against how well it conserves the system's energy.
      *>   EXPLICIT - the original x += v*dt + a*dt*dt/2, v += a*dt
      *>              update, one force evaluation per step (default,
      *>              so existing baselines stay comparable)
      *>   LEAPFROG - velocity Verlet (kick-drift-kick): half kick,
      *>              drift, new forces, half kick. The closing
      *>              forces are the next step's opening forces, so
      *>              it is still one force evaluation per step
      *>   RK4      - classical fourth-order Runge-Kutta, four force
      *>              evaluations per step
      *> The scheme is carried on the run's log lines as the SIM-
      *> <scheme> measurement region around the simulation, in the
      *> final-state header, and in the end-of-run line that puts
      *> the energy drift next to the simulation's measured joules.
       77  scheme-env       pic x(12) value spaces.
       77  scheme-name      pic x(8) value "EXPLICIT".
       77  scheme-flag      pic x value 'E'.
           88  explicit-scheme  value 'E'.
           88  leapfrog-scheme  value 'L'.
           88  rk4-scheme       value 'R'.
      *> set when the accelerations table already holds the forces
      *> for the current positions (a leapfrog step ends that way),
      *> so the next cycle need not evaluate them again. Anything
      *> that moves or removes a body clears it.
       77  forces-flag      pic x value 'N'.
           88  forces-current   value 'Y'.
       77  half-dt          pic 9(4)v9(8).
       77  rk-step          pic 9(4)v9(8).
       77  rk-weight        pic 9.
       01  rk-base-state.
           05  rk-base occurs 1 to 2000 times depending on bodies.
               10  rk-x0  pic s9(9)v9(20).
               10  rk-y0  pic s9(9)v9(20).
               10  rk-z0  pic s9(9)v9(20).
               10  rk-vx0 pic s9(9)v9(20).
               10  rk-vy0 pic s9(9)v9(20).
               10  rk-vz0 pic s9(9)v9(20).
       01  rk-slope-sums.
           05  rk-sum occurs 1 to 2000 times depending on bodies.
               10  rk-sx  pic s9(9)v9(20).
               10  rk-sy  pic s9(9)v9(20).
               10  rk-sz  pic s9(9)v9(20).
               10  rk-svx pic s9(9)v9(20).
               10  rk-svy pic s9(9)v9(20).
               10  rk-svz pic s9(9)v9(20).

      *> perturbed-shadow divergence mode: two runs of one dataset
      *> that end in different states may mean the code changed, or
      *> only that the system is chaotic and amplified a rounding
      *> difference. NBODY_SHADOW_PERTURB (a small length, E-notation
      *> allowed; 0 or unset leaves the mode off) displaces body 1's
      *> x coordinate in a shadow copy that is integrated step for
      *> step with the real system under the same scheme and step.
      *> Every NBODY_SHADOW_INTERVAL timesteps (default 10) the
      *> separation between the two - the root of the summed squared
      *> position differences over all bodies - goes to the shadow
      *> file "nbody-shadow-<stamp>". The divergence growth rate is
      *> ln(separation / perturbation) per timestep, and the
      *> predictability horizon is the first sampled timestep at
      *> which the separation reaches NBODY_SHADOW_HORIZON_SEP
      *> (default 1 length unit, E-notation allowed): past it the
      *> two runs are no longer correlated. A perturbation below
      *> 1E-10 vanishes in the squared separation. The horizon is
      *> stamped as the eighth field of the dataset's
      *> nbody-dataset-catalog row, which nbody_state_diff consults
      *> before calling a final-state difference a regression. The
      *> shadow doubles the integration work, so a shadow run's
      *> joules are not a baseline: it logs as program NBODY-SHADOW
      *> (its own benchmark-programs record), never beside NBODY's
      *> own history at the same bodies x timesteps. A merge
      *> changes the body count under the shadow, so the comparison
      *> ends at the first collision merge.
       77  shadow-fs        pic xx.
       77  ncat-fs          pic xx.
       77  ncat-new-fs      pic xx.
       77  ws-shadow-path   pic x(100) value spaces.
       77  shadow-env       pic x(32) value spaces.
       77  shadow-flag      pic x value 'N'.
           88  shadow-mode      value 'Y'.
       77  shadow-perturb   pic 9(4)v9(20) value 0.
       77  shadow-interval  pic 9(8) value 10.
       77  shadow-horizon-sep pic 9(4)v9(20) value 1.
       77  shadow-sep       pic 9(9)v9(20) value 0.
       77  shadow-sum-sq    pic 9(9)v9(20).
       77  shadow-growth    pic s9(3)v9(8) value 0.
       77  shadow-efold     pic 9(9)v99 value 0.
       77  shadow-start     pic 9(8)v9(6) value 0.
       77  shadow-now       pic 9(8)v9(6) value 0.
       77  shadow-elapsed   pic 9(8)v9(6) value 0.
       77  shadow-samples   pic 9(8) value 0.
       77  shadow-merge-base pic 9(3) value 0.
       77  shadow-forces-flag pic x value 'N'.
       77  hold-forces-flag pic x.
       77  saved-max-accel  pic 9(9)v9(20).
       77  horizon-flag     pic x value 'N'.
           88  horizon-reached  value 'Y'.
       77  horizon-t        pic 9(8) value 0.
       77  horizon-sep      pic 9(9)v9(20) value 0.
       77  shadow-sep-disp  pic z(8)9.9(12).
       77  shadow-rate-disp pic -(3)9.9(6).
       77  shadow-efold-disp pic z(8)9.99.
       77  shadow-perturb-disp pic z(3)9.9(12).
       77  shadow-now-disp  pic z(7)9.
      *> the shadow system and the swap area hold whole-entry images
      *> of the positions, velocities and accelerations tables, so
      *> the two systems trade places with group moves and every
      *> integration paragraph serves both unchanged.
       01  shadow-positions.
           05  shadow-posn occurs 1 to 2000 times depending on bodies.
               10  shadow-x pic s9(9)v9(20).
               10  shadow-y pic s9(9)v9(20).
               10  shadow-z pic s9(9)v9(20).
               10  filler   pic x(21).
       01  shadow-velocities.
           05  shadow-velocity occurs 1 to 2000 times
                   depending on bodies.
               10  filler pic x(108).
       01  shadow-accelerations.
           05  shadow-acceleration occurs 1 to 2000 times
                   depending on bodies.
               10  filler pic x(87).
       01  hold-positions.
           05  hold-posn occurs 1 to 2000 times depending on bodies.
               10  filler pic x(108).
       01  hold-velocities.
           05  hold-velocity occurs 1 to 2000 times
                   depending on bodies.
               10  filler pic x(108).
       01  hold-accelerations.
           05  hold-acceleration occurs 1 to 2000 times
                   depending on bodies.
               10  filler pic x(87).
      *> catalog row fields, for stamping the horizon in place.
       01  ncat-path        pic x(100).
       01  ncat-f2          pic x(12).
       01  ncat-f3          pic x(12).
       01  ncat-f4          pic x(12).
       01  ncat-f5          pic x(12).
       01  ncat-f6          pic x(10).
       01  ncat-f7          pic x(60).
       01  ncat-f8          pic x(12).
       01  ncat-eof         pic x value 'N'.
           88  ncat-at-end      value 'Y'.
       01  ncat-stamped     pic 9 value 0.
       01  ncat-rename-rc   pic 9(9) comp-5.

      *> physically meaningful close-encounter handling: the old
      *> resolve-collisions only reacted when two positions were
      *> exactly equal in all three s9(9)v9(20) coordinates -
           88  initial-energy-known value 'Y'.
       77  drift-warn-env   pic x(8) value spaces.
       77  drift-warn-pct   pic 9(3)v99 value 5.
       77  drift-flag       pic x value 'N'.
           88  drift-measured   value 'Y'.
      *> the AFTER-SIM checkpoint hands back the simulation phase's
      *> per-domain deltas; the package domains are its energy cost.
       77  sim-energy-uj    pic 9(15) value 0.
       77  sim-energy-j     pic 9(9)v9(6) value 0.
       77  sim-energy-disp  pic z(8)9.999999.
           copy "energydlt.cpy".

      *> grid approximation mode (NBODY_APPROX=GRID): the exact
      *> all-pairs compute-accelerations is O(N^2), which is exactly
                   "NBODY_TRAJECTORY_FILE"
           end-if

           accept shadow-env from environment "NBODY_SHADOW_PERTURB"
           if shadow-env not = spaces
               move shadow-env to ws-token
               perform parse-free-number
               if ws-num-value > 0
                   compute shadow-perturb = ws-num-value
                   move 'Y' to shadow-flag
               end-if
           end-if
           if shadow-mode
               move spaces to energy-sample-env
               accept energy-sample-env from environment
                   "NBODY_SHADOW_INTERVAL"
               if energy-sample-env not = spaces
                   compute shadow-interval =
                       function numval(energy-sample-env)
               end-if
               if shadow-interval = 0
                   move 10 to shadow-interval
               end-if
               move spaces to shadow-env
               accept shadow-env from environment
                   "NBODY_SHADOW_HORIZON_SEP"
               if shadow-env not = spaces
                   move shadow-env to ws-token
                   perform parse-free-number
                   compute shadow-horizon-sep = ws-num-value
               end-if
               if shadow-horizon-sep = 0
                   move 1 to shadow-horizon-sep
               end-if
           end-if

           accept bound-env from environment "NBODY_COLLISION_RADIUS"
           if bound-env not = spaces
               compute collision-radius = function numval(bound-env)
               move 'Y' to free-format-flag
           end-if

           accept scheme-env from environment "NBODY_SCHEME"
           if scheme-env not = spaces
               move function upper-case(function trim(scheme-env))
                   to scheme-name
               evaluate scheme-name
                   when "EXPLICIT"
                       move 'E' to scheme-flag
                   when "LEAPFROG"
                       move 'L' to scheme-flag
                   when "RK4"
                       move 'R' to scheme-flag
                   when other
                       display "nbody: ERROR - NBODY_SCHEME must be "
                           "EXPLICIT, LEAPFROG or RK4"
                       stop run
               end-evaluate
           end-if
           display "nbody: integration scheme "
               function trim(scheme-name)

           open input input-file
           if free-format-mode
               perform read-free-header
      *> req 015: tag this program's measure_energy log lines so a
      *> consolidated cross-benchmark report can group them back out.
           display "COBJOULES_PROGRAM_NAME" upon environment-name
           if shadow-mode
               display "NBODY-SHADOW" upon environment-value
           else
               display "NBODY" upon environment-value
           end-if

           compute ws-workload = bodies * timesteps
           move ws-workload to ws-workload-disp
           perform end-region
           move "AFTER-INIT" to ws-cp-label
           call "measure_energy" using ws-cp-label
      *> the simulation phase also runs as a SIM-<scheme> region, so
      *> the scheme that spent the energy is on the log lines.
           move spaces to ws-region-name
           string "SIM-" scheme-name delimited by space
               into ws-region-name
           end-string
           perform begin-region
           perform simulate
           move spaces to ws-region-name
           string "SIM-" scheme-name delimited by space
               into ws-region-name
           end-string
           perform end-region
           move "AFTER-SIM" to ws-cp-label
           call "measure_energy" using ws-cp-label
               omitted omitted omitted measure-result
           perform report-scheme-cost
           move "WHOLE-RUN" to ws-region-name
           perform end-region

           move sys-energy-now to sys-energy-initial
           move 'Y' to have-initial-energy

           if shadow-mode
               perform start-shadow
           end-if

           if traj-interval > 0
               perform open-trajectory
           end-if
           else
               perform varying t from t-start by 1
                   until t > timesteps or window-cutoff
                   perform ensure-forces
                   perform simulate-cycle-rest
               end-perform
           end-if

           perform compute-system-energy
           perform report-energy-drift
           if shadow-mode
               perform finish-shadow
           end-if
           if merge-count > 0
               display "nbody: " merge-count " collision merge(s) "
                   "this run; " bodies " body(ies) remain"
           .

       adaptive-cycle.
           perform ensure-forces
           perform adjust-timestep
           perform simulate-cycle-rest
           compute sim-time = sim-time + dt
           .

       simulate-cycle-rest.
           perform integrate-step
           if shadow-mode
               perform shadow-step
           end-if
           perform resolve-collisions
           if shadow-mode and merge-count > shadow-merge-base
               display "nbody: shadow comparison ended at timestep "
                   t " - a collision merge changed the body count"
               perform finish-shadow
           end-if
           perform round-results
      *    perform display-results
           if function mod(t, ckpt-interval) = 0
               perform end-block-region
               perform begin-block-region
           end-if
           if shadow-mode
                   and function mod(t, shadow-interval) = 0
               perform take-shadow-sample
           end-if
           perform maybe-sample-energy
           if trajectory-open
                   and function mod(t, traj-interval) = 0
           end-if
           .

       integrate-step.
           evaluate true
               when leapfrog-scheme
                   perform leapfrog-step
               when rk4-scheme
                   perform rk4-step
               when other
                   perform compute-positions
                   perform compute-velocities
           end-evaluate
           .

       start-shadow.
      *> the shadow starts as an exact copy of the system as the
      *> simulation begins (or resumes), with body 1 displaced by
      *> the perturbation along x.
           move positions to shadow-positions
           move velocities to shadow-velocities
           move accelerations to shadow-accelerations
           move forces-flag to shadow-forces-flag
           perform swap-in-shadow
           compute x(1) = x(1) + shadow-perturb
           move 'N' to forces-flag
           perform swap-out-shadow
           move merge-count to shadow-merge-base
           if adaptive-mode
               move resume-sim-t to shadow-start
           else
               move resume-t to shadow-start
           end-if

           accept ws-run-id-env from environment "COBJOULES_RUN_ID"
           if ws-run-id-env not = spaces
               move function trim(ws-run-id-env) to ws-run-stamp
           else
               move function current-date to ws-run-stamp
           end-if
           move spaces to ws-shadow-path
           string "nbody-shadow-" delimited by size
                  ws-run-stamp delimited by space
               into ws-shadow-path
           end-string
           open output shadow-file
           if shadow-fs not = "00"
               display "nbody: WARNING - could not open shadow file "
                   function trim(ws-shadow-path) " (status "
                   shadow-fs ") - separations are not recorded"
           end-if
           move shadow-perturb to shadow-perturb-disp
           display "nbody: shadow divergence mode, body 1 x "
               "perturbed by " function trim(shadow-perturb-disp)
               ", separation sampled every " shadow-interval
               " timestep(s)"
           .

       shadow-step.
      *> the shadow takes the same step the real system just took:
      *> same scheme, same dt. max-accel is the real system's and
      *> drives adaptive step control, so the shadow's force
      *> evaluations must not leave theirs behind.
           move max-accel to saved-max-accel
           perform swap-in-shadow
           perform ensure-forces
           perform integrate-step
           perform swap-out-shadow
           move saved-max-accel to max-accel
           .

       swap-in-shadow.
           move positions to hold-positions
           move velocities to hold-velocities
           move accelerations to hold-accelerations
           move forces-flag to hold-forces-flag
           move shadow-positions to positions
           move shadow-velocities to velocities
           move shadow-accelerations to accelerations
           move shadow-forces-flag to forces-flag
           .

       swap-out-shadow.
           move positions to shadow-positions
           move velocities to shadow-velocities
           move accelerations to shadow-accelerations
           move forces-flag to shadow-forces-flag
           move hold-positions to positions
           move hold-velocities to velocities
           move hold-accelerations to accelerations
           move hold-forces-flag to forces-flag
           .

       take-shadow-sample.
      *> separation: root of the summed squared position
      *> differences, body by body, real against shadow.
           move 0 to shadow-sum-sq
           perform varying i from 1 by 1 until i > bodies
               compute dx rounded = x(i) - shadow-x(i)
               compute dy rounded = y(i) - shadow-y(i)
               compute dz rounded = z(i) - shadow-z(i)
               compute shadow-sum-sq rounded = shadow-sum-sq
                   + dx * dx + dy * dy + dz * dz
           end-perform
           compute shadow-sep rounded = sqrt(shadow-sum-sq)
           add 1 to shadow-samples
           if adaptive-mode
               compute shadow-now = sim-time + dt
           else
               move t to shadow-now
           end-if
           compute shadow-elapsed = shadow-now - shadow-start
           if shadow-sep > 0 and shadow-elapsed > 0
                   and not horizon-reached
               compute shadow-growth rounded =
                   function log(shadow-sep / shadow-perturb)
                       / shadow-elapsed
           end-if
           if not horizon-reached
                   and shadow-sep >= shadow-horizon-sep
               move 'Y' to horizon-flag
               compute horizon-t = shadow-now
               move shadow-sep to horizon-sep
           end-if
           if shadow-fs = "00"
               move shadow-sep to shadow-sep-disp
               move shadow-growth to shadow-rate-disp
               move shadow-now to shadow-now-disp
               move spaces to shadow-record
               string "S," delimited by size
                      function trim(shadow-now-disp) delimited by size
                      ",separation=" delimited by size
                      function trim(shadow-sep-disp) delimited by size
                      ",growth=" delimited by size
                      function trim(shadow-rate-disp)
                          delimited by size
                   into shadow-record
               end-string
               write shadow-record
           end-if
           .

       finish-shadow.
      *> the growth rate stands as measured at the horizon when the
      *> runs decorrelated (past it the separation saturates at the
      *> system's own scale), else at the last sample taken.
           move 'N' to shadow-flag
           move shadow-growth to shadow-rate-disp
           if shadow-samples = 0
               display "nbody: shadow divergence - no separation "
                   "sample was taken (run shorter than "
                   "NBODY_SHADOW_INTERVAL)"
           else
               if shadow-growth > 0
                   compute shadow-efold rounded = 1 / shadow-growth
                   move shadow-efold to shadow-efold-disp
                   display "nbody: shadow divergence growth rate "
                       function trim(shadow-rate-disp)
                       " per timestep (separation e-folds every "
                       function trim(shadow-efold-disp)
                       " timesteps)"
               else
                   display "nbody: shadow divergence growth rate "
                       function trim(shadow-rate-disp)
                       " per timestep (no growth)"
               end-if
               move shadow-horizon-sep to shadow-sep-disp
               if horizon-reached
                   move horizon-t to shadow-now-disp
                   display "nbody: predictability horizon at "
                       "timestep " function trim(shadow-now-disp)
                       " - separation reached "
                       function trim(shadow-sep-disp)
                       "; final-state differences past it are "
                       "chaos, not regressions"
               else
                   display "nbody: predictability horizon not "
                       "reached - separation stayed below "
                       function trim(shadow-sep-disp)
                       " for the whole run"
               end-if
           end-if
           if shadow-fs = "00"
               move spaces to shadow-record
               if horizon-reached
                   move horizon-t to shadow-now-disp
               else
                   move 0 to shadow-now-disp
               end-if
               string "H," delimited by size
                      function trim(shadow-now-disp) delimited by size
                      ",growth=" delimited by size
                      function trim(shadow-rate-disp)
                          delimited by size
                   into shadow-record
               end-string
               write shadow-record
               close shadow-file
               display "nbody: " shadow-samples " shadow separation "
                   "sample(s) written to "
                   function trim(ws-shadow-path)
           end-if
           if horizon-reached
               perform stamp-catalog-horizon
           end-if
           .

       stamp-catalog-horizon.
      *> the horizon becomes the eighth field of the dataset's
      *> nbody-dataset-catalog row; every other field is carried
      *> through as it stands (the QA verdict fields stay empty on
      *> a row the QA gate has not seen yet). Build-then-swap, the
      *> same as nbody_qa's verdict stamp. An uncataloged dataset
      *> simply has no row to stamp.
           open input nbody-catalog
           if ncat-fs not = "00"
               exit paragraph
           end-if
           open output nbody-catalog-new
           if ncat-new-fs not = "00"
               display "nbody: WARNING - could not update "
                   "nbody-dataset-catalog (status " ncat-new-fs ")"
               close nbody-catalog
               exit paragraph
           end-if
           move horizon-t to shadow-now-disp
           perform until ncat-at-end
               read nbody-catalog
                   at end
                       move 'Y' to ncat-eof
                   not at end
                       perform copy-or-stamp-row
               end-read
           end-perform
           close nbody-catalog
           close nbody-catalog-new
           if ncat-stamped = 0
               call "CBL_DELETE_FILE" using
                   "nbody-dataset-catalog.tmp"
                   returning ncat-rename-rc
               exit paragraph
           end-if
           call "CBL_RENAME_FILE" using
               "nbody-dataset-catalog.tmp"
               "nbody-dataset-catalog"
               returning ncat-rename-rc
           if ncat-rename-rc not = 0
               display "nbody: WARNING - could not swap the new "
                   "nbody-dataset-catalog in"
           else
               display "nbody: predictability horizon recorded for "
                   function trim(ws-input-path)
                   " in nbody-dataset-catalog"
           end-if
           .

       copy-or-stamp-row.
           move spaces to ncat-path ncat-f2 ncat-f3 ncat-f4 ncat-f5
               ncat-f6 ncat-f7 ncat-f8
           unstring ncat-record delimited by ","
               into ncat-path ncat-f2 ncat-f3 ncat-f4 ncat-f5
                    ncat-f6 ncat-f7 ncat-f8
           end-unstring
           if function trim(ncat-path) not =
                   function trim(ws-input-path)
               move ncat-record to ncat-new-record
           else
               move 1 to ncat-stamped
               move spaces to ncat-new-record
               string function trim(ncat-path) delimited by size
                      "," delimited by size
                      function trim(ncat-f2) delimited by size
                      "," delimited by size
                      function trim(ncat-f3) delimited by size
                      "," delimited by size
                      function trim(ncat-f4) delimited by size
                      "," delimited by size
                      function trim(ncat-f5) delimited by size
                      "," delimited by size
                      function trim(ncat-f6) delimited by size
                      "," delimited by size
                      function trim(ncat-f7) delimited by size
                      "," delimited by size
                      function trim(shadow-now-disp)
                          delimited by size
                   into ncat-new-record
               end-string
           end-if
           write ncat-new-record
           .

       report-step-regimes.
           display "nbody: adaptive timestep used " shrunk-steps
               " shrunk cycle(s), " base-steps " base cycle(s), "
                       (sys-energy-now - sys-energy-initial) * 100
                           / function abs(sys-energy-initial)
                   move sys-drift-pct to sys-drift-disp
                   move 'Y' to drift-flag
                   display "nbody: system energy drift over run: "
                       function trim(sys-drift-disp) "%"
                   if function abs(sys-drift-pct) > drift-warn-pct
           end-if
           .

       report-scheme-cost.
      *> conservation quality next to energy cost: the drift the
      *> scheme finished with and the package-domain joules the
      *> AFTER-INIT->AFTER-SIM pair measured for the simulation.
           move 0 to sim-energy-uj
           perform varying result-idx from 1 by 1
               until result-idx > result-dom-count
               if result-dom-name(result-idx)(1:7) = "package"
                   add result-delta-uj(result-idx) to sim-energy-uj
               end-if
           end-perform
           compute sim-energy-j = sim-energy-uj / 1000000
           move sim-energy-j to sim-energy-disp
           if drift-measured
               display "nbody: scheme " function trim(scheme-name)
                   " - energy drift " function trim(sys-drift-disp)
                   "% for " function trim(sim-energy-disp)
                   " J of simulation (package domains)"
           else
               display "nbody: scheme " function trim(scheme-name)
                   " - energy drift undefined for "
                   function trim(sim-energy-disp)
                   " J of simulation (package domains)"
           end-if
           .

       maybe-sample-energy.
      *> req 031: seconds mode takes priority over interval mode when
      *> both are configured.
      *> timesteps, not t: the perform varying loop leaves t one past
      *> its limit, and "timestep reached" should read as the last
      *> cycle actually simulated.
               move spaces to final-header-record
               move timesteps to final-t
               move scheme-name to final-scheme
               move ws-input-path to final-dataset
               if drift-measured
                   move sys-drift-disp to final-drift
               end-if
               write final-header-record
               perform varying i from 1 by 1 until i > bodies
                   move x(i) to final-x
           end-if
           .

       ensure-forces.
      *> a leapfrog step leaves the forces for its final positions
      *> in the table already; every other path evaluates them here.
           if forces-current
               move 'N' to forces-flag
           else
               perform compute-forces
           end-if
           .

       compute-accelerations-grid.
           perform build-grid
           move 0 to max-accel
           end-perform
           .

       leapfrog-step.
      *> velocity Verlet, kick-drift-kick: v += a*dt/2 with the
      *> opening forces, x += v*dt, forces at the new positions,
      *> v += a*dt/2 with those. The closing forces carry over as
      *> the next step's opening forces.
           compute half-dt = dt / 2
           perform leapfrog-half-kick
           perform varying i from 1 by 1 until i > bodies
               compute x(i) = x(i) + vx(i) * dt
               compute y(i) = y(i) + vy(i) * dt
               compute z(i) = z(i) + vz(i) * dt
           end-perform
           perform compute-forces
           perform leapfrog-half-kick
           move 'Y' to forces-flag
           .

       leapfrog-half-kick.
           perform varying i from 1 by 1 until i > bodies
               compute vx(i) = vx(i) + ax(i) * half-dt
               compute vy(i) = vy(i) + ay(i) * half-dt
               compute vz(i) = vz(i) + az(i) * half-dt
           end-perform
           .

       rk4-step.
      *> classical fourth-order Runge-Kutta on (x, v). The opening
      *> forces are the first slope; three more force evaluations
      *> at the half-step, half-step and full-step trial states give
      *> the others, and the step is the 1-2-2-1 weighted average.
      *> The table is left holding the last trial state's forces,
      *> not the final state's, so the next cycle evaluates afresh.
           compute half-dt = dt / 2
           perform varying i from 1 by 1 until i > bodies
               move x(i) to rk-x0(i)
               move y(i) to rk-y0(i)
               move z(i) to rk-z0(i)
               move vx(i) to rk-vx0(i)
               move vy(i) to rk-vy0(i)
               move vz(i) to rk-vz0(i)
               move 0 to rk-sx(i) rk-sy(i) rk-sz(i)
               move 0 to rk-svx(i) rk-svy(i) rk-svz(i)
           end-perform
           move 1 to rk-weight
           perform rk4-add-slope
           move half-dt to rk-step
           perform rk4-trial-state
           perform compute-forces
           move 2 to rk-weight
           perform rk4-add-slope
           perform rk4-trial-state
           perform compute-forces
           perform rk4-add-slope
           move dt to rk-step
           perform rk4-trial-state
           perform compute-forces
           move 1 to rk-weight
           perform rk4-add-slope
           perform varying i from 1 by 1 until i > bodies
               compute x(i) = rk-x0(i) + rk-sx(i) * dt / 6
               compute y(i) = rk-y0(i) + rk-sy(i) * dt / 6
               compute z(i) = rk-z0(i) + rk-sz(i) * dt / 6
               compute vx(i) = rk-vx0(i) + rk-svx(i) * dt / 6
               compute vy(i) = rk-vy0(i) + rk-svy(i) * dt / 6
               compute vz(i) = rk-vz0(i) + rk-svz(i) * dt / 6
           end-perform
           .

       rk4-add-slope.
      *> the current trial state's slope: dx/dt is its velocity,
      *> dv/dt the acceleration just evaluated for it.
           perform varying i from 1 by 1 until i > bodies
               compute rk-sx(i) = rk-sx(i) + rk-weight * vx(i)
               compute rk-sy(i) = rk-sy(i) + rk-weight * vy(i)
               compute rk-sz(i) = rk-sz(i) + rk-weight * vz(i)
               compute rk-svx(i) = rk-svx(i) + rk-weight * ax(i)
               compute rk-svy(i) = rk-svy(i) + rk-weight * ay(i)
               compute rk-svz(i) = rk-svz(i) + rk-weight * az(i)
           end-perform
           .

       rk4-trial-state.
      *> step rk-step from the saved base state along the current
      *> slope - positions first, while vx/vy/vz still hold the
      *> slope's velocity.
           perform varying i from 1 by 1 until i > bodies
               compute x(i) = rk-x0(i) + vx(i) * rk-step
               compute y(i) = rk-y0(i) + vy(i) * rk-step
               compute z(i) = rk-z0(i) + vz(i) * rk-step
               compute vx(i) = rk-vx0(i) + ax(i) * rk-step
               compute vy(i) = rk-vy0(i) + ay(i) * rk-step
               compute vz(i) = rk-vz0(i) + az(i) * rk-step
           end-perform
           .

       resolve-collisions.
      *> bodies closer than the collision radius merge; with the
      *> radius unset (0) only exact coincidence merges - which is
               move az(c + 1) to az(c)
           end-perform
           subtract 1 from bodies
           move 'N' to forces-flag
           display "nbody: bodies merged inside the collision "
               "radius - " bodies " body(ies) remain"
           .
