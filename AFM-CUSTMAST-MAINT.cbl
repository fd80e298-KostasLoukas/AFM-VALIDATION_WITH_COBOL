       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-CUSTMAST-MAINT.
      ***------------------------------------------------------------***
      ***  CUSTOMER-MASTER MAINTENANCE, MAKER STEP - ONCE A CUSTOMER  ***
      ***  IS ON CUSTMAST THERE WAS NO WAY TO FIX A MISSPELLED NAME   ***
      ***  (EVERY LATER EXTRACT ROW FOR THAT AFM REJECTED '30'        ***
      ***  FOREVER) OR TO REMOVE A CUSTOMER WHO CLOSED THEIR ACCOUNT. ***
      ***  THIS JOB TAKES THE BACK OFFICE'S TRANSACTIONS (AFMCMTX),   ***
      ***  IN THE STYLE OF AFM-STOPLIST-MAINT:                        ***
      ***    'C' = CHANGE THE CUSTOMER NAME (REJECTED AT APPROVAL IF  ***
      ***          THE AFM IS NOT ON FILE)                            ***
      ***    'D' = DELETE THE CUSTOMER (REJECTED AT APPROVAL IF NOT   ***
      ***          ON FILE)                                           ***
      ***  NOTHING IS APPLIED HERE: EACH TRANSACTION IS RECORDED ON   ***
      ***  THE AFMPEND PENDING-TRANSACTION FILE WITH ITS MAKER'S USER ***
      ***  ID AND LOGGED TO AFMAUDT AS 'PENDING', AND AFM-MAINT-      ***
      ***  APPROVE APPLIES IT TO CUSTMAST ONLY ONCE A DIFFERENT USER  ***
      ***  HAS APPROVED IT. EVERY TRANSACTION IS PRINTED - REJECTS    ***
      ***  LOUDLY - WITH AN END-OF-JOB SUMMARY REPORT.                ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CUSTMAST-TRAN-FILE   ASSIGN TO AFMCMTX
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
           05  FILLER                       PIC X(32).

      ***------------------------------------------------------------***
      ***  PENDING-TRANSACTION RECORD LAYOUT - KEEP IN STEP WITH AFM- ***
      ***  STOPLIST-MAINT (THE OTHER MAKER) AND AFM-MAINT-APPROVE     ***
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
           05  CT-CHANGES-PENDING           PIC 9(7) VALUE 0.
           05  CT-DELETES-PENDING           PIC 9(7) VALUE 0.
           05  CT-REJECTED                  PIC 9(7) VALUE 0.
       01  WS-TX-STATUS                     PIC XX   VALUE '00'.
       01  WS-PD-STATUS                     PIC XX   VALUE '00'.
       01  WS-AUD-STATUS                    PIC XX   VALUE '00'.

       PROCEDURE DIVISION.
           GOBACK.

      ***------------------------------------------------------------***
      ***  OPENS THE TRANSACTION FILE AND THE PENDING FILE, PICKS UP  ***
      ***  THE LAST PENDING NUMBER HANDED OUT, AND PRIMES THE READ. A ***
      ***  PENDING FILE THAT DOES NOT EXIST YET (STATUS '35') IS      ***
      ***  CREATED EMPTY FIRST, THE SAME FALLBACK THE CUSTMAST JOBS   ***
      ***  USE.                                                       ***
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           OPEN INPUT CUSTMAST-TRAN-FILE.
           IF WS-TX-STATUS NOT = '00'
              DISPLAY '***CUSTMAST-TRAN-FILE OPEN FAILED - STATUS '
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
              CLOSE CUSTMAST-TRAN-FILE
              STOP RUN
           END-IF.
           PERFORM GET-PEND-CONTROL-RTN.
           PERFORM READ-TRAN-RTN.

      ***------------------------------------------------------------***
      ***  CHECKS ONE CHANGE-NAME OR DELETE TRANSACTION AND, IF IT IS ***
      ***  WELL FORMED, RECORDS IT AS PENDING. ANYTHING THAT CANNOT   ***
      ***  BE RECORDED IS REJECTED LOUDLY RATHER THAN SKIPPED IN      ***
      ***  SILENCE.                                                   ***
      ***------------------------------------------------------------***
       PROCESS-RTN.
           EVALUATE TRUE
             WHEN MT-ACTION NOT = 'C' AND MT-ACTION NOT = 'D'
               DISPLAY 'REJECTED ' MT-AFM ' - UNKNOWN ACTION '
                       MT-ACTION
               ADD 1 TO CT-REJECTED
             WHEN MT-USER-ID = SPACES
               DISPLAY 'REJECTED ' MT-AFM ' - NO MAKER USER ID'
               ADD 1 TO CT-REJECTED
             WHEN MT-ACTION = 'C' AND MT-NEW-NAME = SPACES
               DISPLAY 'REJECTED ' MT-AFM ' - NO NEW NAME GIVEN'
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
           MOVE 'C' TO PD-TARGET.
           MOVE MT-ACTION TO PD-ACTION.
           MOVE MT-AFM TO PD-AFM.
           MOVE MT-NEW-NAME TO PD-NEW-NAME.
           MOVE MT-USER-ID TO PD-MAKER-ID.
           MOVE 'P' TO PD-STATE.
           WRITE PD-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED ' MT-AFM
                           ' - PENDING WRITE FAILED, STATUS '
                           WS-PD-STATUS
                   ADD 1 TO CT-REJECTED
               NOT INVALID KEY
                   DISPLAY 'PENDING  ' PD-PEND-ID ' ' MT-ACTION ' '
                           MT-AFM ' ' MT-NEW-NAME ' BY ' MT-USER-ID
                   IF MT-ACTION = 'C'
                      MOVE 'CMCHG' TO WS-REASON-TAG
                      ADD 1 TO CT-CHANGES-PENDING
                   ELSE
                      MOVE 'CMDEL' TO WS-REASON-TAG
                      ADD 1 TO CT-DELETES-PENDING
                   END-IF
                   MOVE PD-PEND-ID TO WS-REASON-PEND-ID
                   MOVE MT-NEW-NAME TO WS-REASON-DETAIL
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
      ***  ID - PENDING NUMBER, WHAT WAS ASKED FOR AND THE NEW NAME - ***
      ***  SO COMPLIANCE CAN SEE WHO ASKED FOR WHAT. OPENED ONCE AND  ***
      ***  LEFT OPEN, WITH THE SAME NEW-FILE FALLBACK THE VALIDATION  ***
      ***  SUBROUTINE USES.                                           ***
      ***------------------------------------------------------------***
       AUDIT-LOG-RTN.
           IF WS-AUD-OPEN-SW = 'N'
           END-IF.
           MOVE MT-AFM TO AUD-AFM.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE 'PENDING' TO AUD-OUTCOME.
           MOVE MT-USER-ID TO AUD-USER-ID.
           MOVE WS-AUDIT-REASON TO AUD-REASON.
           WRITE AUD-RECORD.
           DISPLAY 'AFM CUSTOMER-MASTER MAINT - REPORT'.
           DISPLAY '===================================='.
           DISPLAY 'TRANSACTIONS READ .......... ' CT-TRANS-READ.
           DISPLAY 'NAME CHANGES PENDING ....... ' CT-CHANGES-PENDING.
           DISPLAY 'DELETES PENDING APPROVAL ... ' CT-DELETES-PENDING.
           DISPLAY 'TRANSACTIONS REJECTED ...... ' CT-REJECTED.
           DISPLAY '===================================='.

       TERMINATE-RTN.
           PERFORM PUT-PEND-CONTROL-RTN.
           CLOSE CUSTMAST-TRAN-FILE
           CLOSE PENDING-FILE.
           IF WS-AUD-OPEN-SW = 'Y'
              CLOSE AFM-AUDIT-FILE
              MOVE 'N' TO WS-AUD-OPEN-SW
