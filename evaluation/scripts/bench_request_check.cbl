       IDENTIFICATION DIVISION.
       PROGRAM-ID. bench_request_check.
       AUTHOR. Shiva9361.

      *> Shared request-center lookup: the ledger programs ask
      *> "whose center does this request's energy belong to?" here
      *> instead of each opening bench-requests.dat - one READ by
      *> key per new request id, the last answer kept for the
      *> next line of the same request.
      *>
      *>   CALL "bench_request_check" USING <request id X(8)>
      *>       <center X(20)>
      *>
      *> center comes back blank when there is no request file,
      *> no such request, or the request names no center - the
      *> caller then leaves the energy with the program's own
      *> cost center.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "bench-requests.dat"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY REQ-ID
               FILE STATUS IS REQ-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       COPY "benchreq.cpy".

       WORKING-STORAGE SECTION.
       01  REQ-FS        PIC XX.
       01  LAST-REQ-ID   PIC X(8) VALUE SPACES.
       01  LAST-CENTER   PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01  CHK-REQ-ID    PIC X(8).
       01  CHK-CENTER    PIC X(20).

       PROCEDURE DIVISION USING CHK-REQ-ID CHK-CENTER.
       Main-Request-Check.
           MOVE SPACES TO CHK-CENTER
           IF CHK-REQ-ID = SPACES
               GOBACK
           END-IF
           IF CHK-REQ-ID = LAST-REQ-ID
               MOVE LAST-CENTER TO CHK-CENTER
               GOBACK
           END-IF
           MOVE CHK-REQ-ID TO LAST-REQ-ID
           MOVE SPACES TO LAST-CENTER
           OPEN INPUT REQUEST-FILE
           IF REQ-FS NOT = "00"
               GOBACK
           END-IF
           MOVE SPACES TO REQUEST-RECORD
           MOVE CHK-REQ-ID TO REQ-ID
           READ REQUEST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REQ-CENTER TO LAST-CENTER
           END-READ
           CLOSE REQUEST-FILE
           MOVE LAST-CENTER TO CHK-CENTER
           GOBACK.

       END PROGRAM bench_request_check.
