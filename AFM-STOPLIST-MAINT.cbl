       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-STOPLIST-MAINT.
      ***------------------------------------------------------------***
      ***  BLOCKED-AFM STOPLIST MAINTENANCE - MAKER STEP. TAKES THE   ***
      ***  FRAUD TEAM'S ADD/DELETE TRANSACTIONS (AFMSTTX) FOR THE     ***
      ***  AFMSTOP STOPLIST READ BY AFM-VALIDATION-SUBRTN AND THE     ***
      ***  AFMV SCREEN. NOTHING IS APPLIED HERE: EACH TRANSACTION IS  ***
      ***  RECORDED ON THE AFMPEND PENDING-TRANSACTION FILE WITH ITS  ***
      ***  MAKER'S USER ID AND LOGGED TO AFMAUDT AS 'PENDING', AND    ***
      ***  AFM-MAINT-APPROVE APPLIES IT ONLY ONCE A DIFFERENT USER    ***
      ***  HAS APPROVED IT - ONE PERSON CAN NO LONGER PUT A LIVE      ***
      ***  CUSTOMER ON (OR TAKE ONE OFF) THE LIST ALONE.              ***
      ***  TRANSACTIONS:                                              ***
      ***    'A' = ADD THE AFM (REJECTED AT APPROVAL IF ALREADY ON    ***
      ***          THE LIST)                                          ***
      ***    'D' = DELETE THE AFM (REJECTED AT APPROVAL IF NOT ON THE ***
      ***          LIST)                                              ***
      ***  A TRANSACTION WITH AN UNKNOWN ACTION OR NO MAKER USER ID   ***
      ***  IS REJECTED HERE AND NEVER REACHES THE PENDING FILE.       ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT STOPLIST-TRAN-FILE   ASSIGN TO AFMSTTX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT OPTIONAL PENDING-FILE     ASSIGN TO AFMPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-PEND-ID
               FILE STATUS IS WS-PD-STATUS.
           SELECT AFM-AUDIT-FILE       ASSIGN TO AFMAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  ST-ACTION                    PIC X.
           05  ST-AFM                       PIC X(9).
           05  ST-REFERENCE                 PIC X(20).
           05  ST-USER-ID                   PIC X(8).
           05  FILLER                       PIC X(42).

      ***------------------------------------------------------------***
      ***  PENDING-TRANSACTION RECORD LAYOUT - KEEP IN STEP WITH AFM- ***
      ***  CUSTMAST-MAINT (THE OTHER MAKER) AND AFM-MAINT-APPROVE     ***
      ***  (THE CHECKER). THE KEY IS THE ENTRY DATE PLUS A SEQUENCE   ***
      ***  NUMBER WITHIN THE DAY, WHICH THE CHECKER QUOTES ON THE     ***
      ***  APPROVAL DECK. THE SECOND 01 IS THE ALTERNATE VIEW OF THE  ***
      ***  CONTROL RECORD UNDER KEY ZERO THAT HOLDS THE LAST NUMBER   ***
      ***  HANDED OUT.                                                ***
      ***------------------------------------------------------------***
       FD  PENDING-FILE.
       01  PD-RECORD.
           05  PD-PEND-ID.
               10  PD-ENTRY-DATE            PIC X(8).
               10  PD-ENTRY-SEQ             PIC 9(6).
      *        'S' = AFMSTOP STOPLIST, 'C' = CUSTMAST
           05  PD-TARGET                    PIC X.
      *        STOPLIST: 'A' = ADD, 'D' = DELETE
      *        CUSTMAST: 'C' = CHANGE NAME, 'D' = DELETE
           05  PD-ACTION                    PIC X.
           05  PD-AFM                       PIC X(9).
           05  PD-REFERENCE                 PIC X(20).
           05  PD-NEW-NAME                  PIC X(30).
           05  PD-MAKER-ID                  PIC X(8).
      *        'P' = PENDING, 'A' = APPROVED AND APPLIED,
      *        'F' = APPROVED BUT COULD NOT BE APPLIED,
      *        'R' = REJECTED BY THE CHECKER, 'X' = EXPIRED
           05  PD-STATE                     PIC X.
           05  PD-CHECKER-ID                PIC X(8).
           05  PD-DECIDED-DATE              PIC X(8).
           05  PD-OUTCOME-TEXT              PIC X(30).
           05  FILLER                       PIC X(30).
       01  PD-CONTROL-RECORD.
           05  PDC-PEND-ID                  PIC X(14).
           05  PDC-FLAG                     PIC X.
           05  PDC-LAST-DATE                PIC X(8).
           05  PDC-LAST-SEQ                 PIC 9(6).
           05  FILLER                       PIC X(131).

      ***------------------------------------------------------------***
      ***  AUDIT-TRAIL RECORD LAYOUT AS WRITTEN BY AFM-VALIDATION     ***
      ***  SUBRTN AND AFM-ONLINE - KEEP IN STEP WITH BOTH WRITERS.    ***
      ***------------------------------------------------------------***
       FD  AFM-AUDIT-FILE.
       01  AUD-RECORD.
           05  AUD-AFM                      PIC X(9).
           05  AUD-TIMESTAMP                PIC X(21).
           05  AUD-OUTCOME                  PIC X(7).
           05  AUD-USER-ID                  PIC X(8).
           05  AUD-REASON                   PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  EOF-SW                       PIC 9    VALUE 0.
               88  END-OF-TRANS                VALUE 1.
           05  WS-AUD-OPEN-SW               PIC X    VALUE 'N'.
           05  WS-CONTROL-FOUND-SW          PIC X    VALUE 'N'.
      *    KEY OF THE PENDING-FILE CONTROL RECORD - NO REAL ENTRY CAN
      *    CARRY A ZERO DATE
       01  WS-CONTROL-KEY                   PIC X(14)
                                            VALUE '00000000000000'.
       01  WS-LAST-SEQ                      PIC 9(6) VALUE 0.
       01  WS-AUDIT-REASON.
           05  WS-REASON-PEND-ID            PIC X(14).
           05  FILLER                       PIC X    VALUE SPACE.
           05  WS-REASON-TAG                PIC X(5).
           05  WS-REASON-DETAIL             PIC X(30).
       01  WS-RUN-DATE.
           05  WS-RUN-YYYYMMDD              PIC X(8).
           05  FILLER                       PIC X(13).
       01  WS-MAINT-COUNTERS                COMP.
           05  CT-TRANS-READ                PIC 9(7) VALUE 0.
           05  CT-ADDS-PENDING              PIC 9(7) VALUE 0.
           05  CT-DELETES-PENDING           PIC 9(7) VALUE 0.
           05  CT-REJECTED                  PIC 9(7) VALUE 0.
       01  WS-TX-STATUS                     PIC XX   VALUE '00'.
       01  WS-PD-STATUS                     PIC XX   VALUE '00'.
       01  WS-AUD-STATUS                    PIC XX   VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-RTN.
           GOBACK.

      ***------------------------------------------------------------***
      ***  OPENS THE TRANSACTION FILE AND THE PENDING FILE, PICKS UP  ***
      ***  THE LAST PENDING NUMBER HANDED OUT, AND PRIMES THE READ. A ***
      ***  PENDING FILE THAT DOES NOT EXIST YET (STATUS '35') IS      ***
      ***  CREATED EMPTY FIRST, SO THE VERY FIRST RUN NEEDS NO        ***
      ***  SEPARATE DEFINE STEP.                                      ***
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
                      WS-TX-STATUS
              STOP RUN
           END-IF.
           OPEN I-O PENDING-FILE.
           IF WS-PD-STATUS = '35'
              OPEN OUTPUT PENDING-FILE
              CLOSE PENDING-FILE
              OPEN I-O PENDING-FILE
           END-IF.
           IF WS-PD-STATUS NOT = '00' AND WS-PD-STATUS NOT = '05'
              DISPLAY '***PENDING-FILE OPEN FAILED - STATUS '
                      WS-PD-STATUS
              CLOSE STOPLIST-TRAN-FILE
              STOP RUN
           END-IF.
           PERFORM GET-PEND-CONTROL-RTN.
           PERFORM READ-TRAN-RTN.

      ***------------------------------------------------------------***
      ***  CHECKS ONE TRANSACTION AND, IF IT IS WELL FORMED, RECORDS  ***
      ***  IT AS PENDING. ANYTHING THAT CANNOT BE RECORDED IS         ***
      ***  REJECTED LOUDLY RATHER THAN SKIPPED IN SILENCE.            ***
      ***------------------------------------------------------------***
       PROCESS-RTN.
           EVALUATE TRUE
             WHEN ST-ACTION NOT = 'A' AND ST-ACTION NOT = 'D'
               DISPLAY 'REJECTED ' ST-AFM ' - UNKNOWN ACTION '
                       ST-ACTION
               ADD 1 TO CT-REJECTED
             WHEN ST-USER-ID = SPACES
               DISPLAY 'REJECTED ' ST-AFM ' - NO MAKER USER ID'
               ADD 1 TO CT-REJECTED
             WHEN OTHER
               PERFORM SUBMIT-RTN
           END-EVALUATE.
           PERFORM READ-TRAN-RTN.

      ***------------------------------------------------------------***
      ***  WRITES ONE PENDING ENTRY UNDER THE NEXT NUMBER FOR TODAY   ***
      ***  AND LOGS THE MAKER TO THE AUDIT TRAIL. THE PRINTED PENDING ***
      ***  NUMBER IS WHAT THE CHECKER QUOTES TO APPROVE OR REJECT.    ***
      ***------------------------------------------------------------***
       SUBMIT-RTN.
           ADD 1 TO WS-LAST-SEQ.
           MOVE SPACES TO PD-RECORD.
           MOVE WS-RUN-YYYYMMDD TO PD-ENTRY-DATE.
           MOVE WS-LAST-SEQ TO PD-ENTRY-SEQ.
           MOVE 'S' TO PD-TARGET.
           MOVE ST-ACTION TO PD-ACTION.
           MOVE ST-AFM TO PD-AFM.
           MOVE ST-REFERENCE TO PD-REFERENCE.
           MOVE ST-USER-ID TO PD-MAKER-ID.
           MOVE 'P' TO PD-STATE.
           WRITE PD-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED ' ST-AFM
                           ' - PENDING WRITE FAILED, STATUS '
                           WS-PD-STATUS
                   ADD 1 TO CT-REJECTED
               NOT INVALID KEY
                   DISPLAY 'PENDING  ' PD-PEND-ID ' ' ST-ACTION ' '
                           ST-AFM ' ' ST-REFERENCE ' BY ' ST-USER-ID
                   IF ST-ACTION = 'A'
                      MOVE 'STADD' TO WS-REASON-TAG
                      ADD 1 TO CT-ADDS-PENDING
                   ELSE
                      MOVE 'STDEL' TO WS-REASON-TAG
                      ADD 1 TO CT-DELETES-PENDING
                   END-IF
                   MOVE PD-PEND-ID TO WS-REASON-PEND-ID
                   MOVE ST-REFERENCE TO WS-REASON-DETAIL
                   PERFORM AUDIT-LOG-RTN
           END-WRITE.

      ***------------------------------------------------------------***
      ***  READS THE PENDING-FILE CONTROL RECORD FOR THE LAST NUMBER  ***
      ***  HANDED OUT. NUMBERING RESTARTS EACH DAY, SO A NUMBER LEFT  ***
      ***  FROM AN EARLIER DATE COUNTS AS ZERO.                       ***
      ***------------------------------------------------------------***
       GET-PEND-CONTROL-RTN.
           MOVE WS-CONTROL-KEY TO PDC-PEND-ID.
           READ PENDING-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CONTROL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONTROL-FOUND-SW
                   IF PDC-LAST-DATE = WS-RUN-YYYYMMDD
                      MOVE PDC-LAST-SEQ TO WS-LAST-SEQ
                   END-IF
           END-READ.

       PUT-PEND-CONTROL-RTN.
           MOVE SPACES TO PD-CONTROL-RECORD.
           MOVE WS-CONTROL-KEY TO PDC-PEND-ID.
           MOVE '*' TO PDC-FLAG.
           MOVE WS-RUN-YYYYMMDD TO PDC-LAST-DATE.
           MOVE WS-LAST-SEQ TO PDC-LAST-SEQ.
           IF WS-CONTROL-FOUND-SW = 'Y'
              REWRITE PD-CONTROL-RECORD
                  INVALID KEY
                      DISPLAY '***PENDING CONTROL REWRITE FAILED - '
                              'STATUS ' WS-PD-STATUS
                      MOVE 16 TO RETURN-CODE
              END-REWRITE
           ELSE
              WRITE PD-CONTROL-RECORD
                  INVALID KEY
                      DISPLAY '***PENDING CONTROL WRITE FAILED - '
                              'STATUS ' WS-PD-STATUS
                      MOVE 16 TO RETURN-CODE
              END-WRITE
           END-IF.

      ***------------------------------------------------------------***
      ***  APPENDS ONE 'PENDING' AUDIT RECORD UNDER THE MAKER'S USER  ***
      ***  ID - PENDING NUMBER, WHAT WAS ASKED FOR AND THE FRAUD      ***
      ***  TEAM'S REFERENCE. OPENED ONCE AND LEFT OPEN, WITH THE SAME ***
      ***  NEW-FILE FALLBACK THE VALIDATION SUBROUTINE USES.          ***
      ***------------------------------------------------------------***
       AUDIT-LOG-RTN.
           IF WS-AUD-OPEN-SW = 'N'
              OPEN EXTEND AFM-AUDIT-FILE
              IF WS-AUD-STATUS = '35'
                 OPEN OUTPUT AFM-AUDIT-FILE
              END-IF
              MOVE 'Y' TO WS-AUD-OPEN-SW
           END-IF.
           MOVE ST-AFM TO AUD-AFM.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE 'PENDING' TO AUD-OUTCOME.
           MOVE ST-USER-ID TO AUD-USER-ID.
           MOVE WS-AUDIT-REASON TO AUD-REASON.
           WRITE AUD-RECORD.

      ***------------------------------------------------------------***
      ***  READS THE NEXT TRANSACTION. SAFE TO PERFORM AFTER END-OF-  ***
           DISPLAY 'AFM STOPLIST MAINTENANCE - REPORT'.
           DISPLAY '===================================='.
           DISPLAY 'TRANSACTIONS READ .......... ' CT-TRANS-READ.
           DISPLAY 'ADDS PENDING APPROVAL ...... ' CT-ADDS-PENDING.
           DISPLAY 'DELETES PENDING APPROVAL ... ' CT-DELETES-PENDING.
           DISPLAY 'TRANSACTIONS REJECTED ...... ' CT-REJECTED.
           DISPLAY '===================================='.

       TERMINATE-RTN.
           PERFORM PUT-PEND-CONTROL-RTN.
           CLOSE STOPLIST-TRAN-FILE
           CLOSE PENDING-FILE.
           IF WS-AUD-OPEN-SW = 'Y'
              CLOSE AFM-AUDIT-FILE
              MOVE 'N' TO WS-AUD-OPEN-SW
           END-IF.
           PERFORM REPORT-RTN.
       END PROGRAM AFM-STOPLIST-MAINT.
