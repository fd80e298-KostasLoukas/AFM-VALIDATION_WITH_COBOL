       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-STATUS-POST.
      ***------------------------------------------------------------***
      ***  CUSTOMER STATUS POSTING - THE REVALIDATION SWEEP FINDS     ***
      ***  CUSTOMERS WHO HAVE GONE BAD (STOPLISTED, DEREGISTERED,     ***
      ***  INACTIVE) BUT CM-STATUS-CODE STAYED 'A', SO INVOICING KEPT ***
      ***  BILLING THEM. THIS JOB MOVES THOSE CUSTOMERS OFF ACTIVE    ***
      ***  AND APPLIES COMPLIANCE'S OWN DECISIONS, STAMPING A REASON  ***
      ***  CODE AND THE DATE ON THE MASTER RECORD EVERY TIME:         ***
      ***    AFMSTDC - COMPLIANCE DECISIONS, APPLIED FIRST:           ***
      ***      'H' = HOLD      'S' = SUSPEND      'C' = CLOSE         ***
      ***      'R' = RELEASE A HELD/SUSPENDED CUSTOMER BACK TO ACTIVE ***
      ***            (REASON 'OK'). A CLOSED CUSTOMER STAYS CLOSED.   ***
      ***    AFMEXCP - THE SWEEP'S EXCEPTIONS, APPLIED SECOND:        ***
      ***      '50' (STOPLIST) IS HELD, '40'/'41' (NOT REGISTERED,    ***
      ***      INACTIVE) ARE SUSPENDED, ANYTHING ELSE IS HELD AS A    ***
      ***      FAILED REVALIDATION ('RV'). A CUSTOMER ALREADY OFF     ***
      ***      ACTIVE IS LEFT ALONE, AND SO IS ONE COMPLIANCE HAS     ***
      ***      RELEASED FROM THE SAME EXCEPTION - THE SWEEP WILL KEEP ***
      ***      LISTING A STOPLISTED CUSTOMER COMPLIANCE HAS CLEARED,  ***
      ***      AND RE-HOLDING IT EVERY NIGHT WOULD UNDO THEIR         ***
      ***      DECISION. A RELEASE KEEPS THE REASON IT RELEASED IN    ***
      ***      CM-RELEASED-REASON; A DIFFERENT EXCEPTION (E.G. '40'   ***
      ***      OR '41' AFTER A '50' RELEASE) IS POSTED AS USUAL.      ***
      ***  EITHER INPUT MAY BE ABSENT. EVERY STATUS CHANGE GOES ON    ***
      ***  THE AFMAUDT TRAIL (USER 'STATPOST' FOR THE SWEEP, THE      ***
      ***  COMPLIANCE OFFICER'S OWN ID FOR A DECISION) AND IS PRINTED ***
      ***  - REJECTS LOUDLY - WITH AN END-OF-JOB SUMMARY REPORT.      ***
      ***  EACH REWRITE IS ALSO WRITTEN TO THE AFMJRNL CHANGE JOURNAL ***
      ***  WITH THE RECORD BEFORE AND AFTER, FOR AFM-JOURNAL-BACKOUT. ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STATUS-DECISION-FILE ASSIGN TO AFMSTDC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SD-STATUS.
           SELECT OPTIONAL EXCEPTION-FILE   ASSIGN TO AFMEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER  ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-AFM
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT AFM-AUDIT-FILE       ASSIGN TO AFMAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CM-JOURNAL-FILE      ASSIGN TO AFMJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ***------------------------------------------------------------***
      ***  COMPLIANCE DECISION - ONE PER CUSTOMER TO HOLD, SUSPEND,   ***
      ***  CLOSE OR RELEASE, WITH THE REASON CODE (SEE STATUS-REASON- ***
      ***  LIST), THE OFFICER WHO DECIDED IT AND A SHORT NOTE (CASE   ***
      ***  OR LETTER REFERENCE) FOR THE AUDIT TRAIL.                  ***
      ***------------------------------------------------------------***
       FD  STATUS-DECISION-FILE.
       01  SD-DECISION-RECORD.
           05  SD-ACTION                    PIC X.
           05  SD-AFM                       PIC X(9).
           05  SD-REASON-CODE               PIC XX.
           05  SD-USER-ID                   PIC X(8).
           05  SD-NOTE                      PIC X(20).
           05  FILLER                       PIC X(40).

      ***------------------------------------------------------------***
      ***  EXCEPTION RECORD AS WRITTEN BY AFM-REVALIDATION-SWEEP -    ***
      ***  KEEP IN STEP WITH THE SWEEP.                               ***
      ***------------------------------------------------------------***
       FD  EXCEPTION-FILE.
       01  EX-EXCEPTION-RECORD.
           05  EX-AFM                       PIC X(9).
           05  FILLER                       PIC X(1).
           05  EX-RETURN-CODE               PIC XX.
           05  FILLER                       PIC X(1).
           05  EX-CUSTOMER-NAME             PIC X(30).
           05  FILLER                       PIC X(1).
           05  EX-REASON                    PIC X(50).

      ***------------------------------------------------------------***
      ***  CUSTOMER-MASTER RECORD LAYOUT AS KEPT BY AFM-VALIDATION    ***
      ***  SUBRTN - KEEP IN STEP WITH EVERY READER AND WRITER OF      ***
      ***  CUSTMAST. ONLY THE STATUS CODE, REASON, DATE AND           ***
      ***  RELEASED REASON ARE CHANGED HERE - EVERYTHING ELSE RIDES   ***
      ***  ALONG UNTOUCHED.                                           ***
      ***------------------------------------------------------------***
       FD  CUSTOMER-MASTER.
       01  CM-RECORD.
           05  CM-AFM                       PIC X(9).
           05  CM-CUSTOMER-NAME             PIC X(30).
           05  CM-CATEGORY                  PIC X.
           05  CM-REG-DATE                  PIC X(8).
           05  CM-REG-CHANNEL               PIC X.
           05  CM-SOURCE-SYSTEM             PIC X(10).
           05  CM-STATUS-CODE               PIC X.
           05  CM-STATUS-REASON             PIC XX.
           05  CM-STATUS-DATE               PIC X(8).
      *        ON A RELEASE ('OK'), THE REASON THE CUSTOMER WAS
      *        RELEASED FROM; SPACES OTHERWISE
           05  CM-RELEASED-REASON           PIC XX.
           05  FILLER                       PIC X(8).

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

      ***------------------------------------------------------------***
      ***  CUSTMAST CHANGE JOURNAL - ONE RECORD FOR EVERY WRITE,      ***
      ***  REWRITE OR DELETE OF A CM-RECORD, WITH THE FULL BEFORE     ***
      ***  AND AFTER IMAGES (SPACES FOR THE SIDE THAT DID NOT EXIST). ***
      ***  KEEP IN STEP WITH EVERY CUSTMAST WRITER AND WITH AFM-      ***
      ***  JOURNAL-BACKOUT, WHICH UNDOES A RUN FROM IT.               ***
      ***------------------------------------------------------------***
       FD  CM-JOURNAL-FILE.
       01  JR-RECORD.
           05  JR-TIMESTAMP                 PIC X(21).
           05  JR-RUN-DATE                  PIC X(8).
           05  JR-PROGRAM                   PIC X(20).
      *        START STAMP (YYYYMMDDHHMMSS) OF THE RUN THAT MADE THE
      *        CHANGE - WITH THE PROGRAM, WHAT A BACK-OUT SELECTS ON
           05  JR-RUN-ID                    PIC X(14).
      *        'A' = ADDED, 'C' = CHANGED, 'D' = DELETED
           05  JR-ACTION                    PIC X.
           05  JR-USER-ID                   PIC X(8).
           05  JR-AFM                       PIC X(9).
           05  JR-BEFORE-IMAGE              PIC X(80).
           05  JR-AFTER-IMAGE               PIC X(80).
           05  FILLER                       PIC X(9).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  SD-EOF-SW                    PIC 9    VALUE 0.
               88  END-OF-DECISIONS            VALUE 1.
           05  EX-EOF-SW                    PIC 9    VALUE 0.
               88  END-OF-EXCEPTIONS           VALUE 1.
           05  WS-AUD-OPEN-SW               PIC X    VALUE 'N'.
           05  WS-REASON-FOUND-SW           PIC X    VALUE 'N'.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYYMMDD              PIC X(8).
           05  FILLER                       PIC X(13).
      *    THE STATUS CHANGE BEING POSTED - FILLED IN BY THE DECISION
      *    OR EXCEPTION PATH, THEN APPLIED BY POST-STATUS-RTN
       01  WS-POSTING.
           05  WS-NEW-STATUS                PIC X.
           05  WS-NEW-REASON                PIC XX.
           05  WS-POST-USER                 PIC X(8).
           05  WS-POST-NOTE                 PIC X(20).
           05  WS-OLD-STATUS                PIC X.
      *    THE CUSTMAST CHANGE BEING JOURNALLED - SET BY THE CALLER
      *    OF JOURNAL-RTN. THE RUN ID IS FIXED AT START OF JOB
       01  WS-JOURNAL-FIELDS.
           05  WS-JR-RUN-ID                 PIC X(14).
           05  WS-JR-ACTION                 PIC X.
           05  WS-JR-USER                   PIC X(8).
           05  WS-JR-BEFORE                 PIC X(80).
           05  WS-JR-AFTER                  PIC X(80).
       01  WS-AUDIT-REASON.
           05  WS-AR-CODE                   PIC XX.
           05  FILLER                       PIC X    VALUE SPACE.
           05  WS-AR-TEXT                   PIC X(26).
           05  FILLER                       PIC X    VALUE SPACE.
           05  WS-AR-NOTE                   PIC X(20).
       01  WS-POST-COUNTERS                 COMP.
           05  CT-DECISIONS-READ            PIC 9(7) VALUE 0.
           05  CT-EXCEPTIONS-READ           PIC 9(7) VALUE 0.
           05  CT-HELD                      PIC 9(7) VALUE 0.
           05  CT-SUSPENDED                 PIC 9(7) VALUE 0.
           05  CT-CLOSED                    PIC 9(7) VALUE 0.
           05  CT-RELEASED                  PIC 9(7) VALUE 0.
           05  CT-ALREADY-OFF               PIC 9(7) VALUE 0.
           05  CT-CLEARED                   PIC 9(7) VALUE 0.
           05  CT-NOT-ON-FILE               PIC 9(7) VALUE 0.
           05  CT-REJECTED                  PIC 9(7) VALUE 0.
       01  WS-SD-STATUS                     PIC XX   VALUE '00'.
       01  WS-EXC-STATUS                    PIC XX   VALUE '00'.
       01  WS-CM-STATUS                     PIC XX   VALUE '00'.
       01  WS-AUD-STATUS                    PIC XX   VALUE '00'.
       01  WS-JR-STATUS                     PIC XX   VALUE '00'.

      ***------------------------------------------------------------***
      ***  CUSTMAST STATUS-REASON CODES - THE SWEEP'S OWN RETURN      ***
      ***  CODES, 'RV' FOR ANY OTHER REVALIDATION FAILURE, AND THE    ***
      ***  CODES COMPLIANCE DECIDES UNDER. KEEP IN STEP WITH THE      ***
      ***  SAME TABLE IN AFM-INQUIRY.                                 ***
      ***------------------------------------------------------------***
       01  STATUS-REASON-LIST.
           05  FILLER                       PIC X(32)
               VALUE '40NOT REGISTERED WITH AADE'.
           05  FILLER                       PIC X(32)
               VALUE '41INACTIVE AT AADE'.
           05  FILLER                       PIC X(32)
               VALUE '50ON BLOCKED-AFM STOPLIST'.
           05  FILLER                       PIC X(32)
               VALUE 'RVFAILED REVALIDATION'.
           05  FILLER                       PIC X(32)
               VALUE 'FRFRAUD INVESTIGATION'.
           05  FILLER                       PIC X(32)
               VALUE 'DRDEREGISTERED/CEASED'.
           05  FILLER                       PIC X(32)
               VALUE 'CRCUSTOMER REQUEST'.
           05  FILLER                       PIC X(32)
               VALUE 'LGLEGAL/COURT ORDER'.
           05  FILLER                       PIC X(32)
               VALUE 'OKCLEARED BY COMPLIANCE'.
       01  STATUS-REASON-TABLE REDEFINES STATUS-REASON-LIST.
           05  SR-ENTRY OCCURS 9 TIMES INDEXED BY SR-IDX.
               10  SR-CODE                  PIC XX.
               10  SR-TEXT                  PIC X(30).

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM INITIALIZE-RTN.
           PERFORM DECISION-RTN UNTIL END-OF-DECISIONS.
           PERFORM EXCEPTION-RTN UNTIL END-OF-EXCEPTIONS.
           PERFORM TERMINATE-RTN.
           GOBACK.

      ***------------------------------------------------------------***
      ***  OPENS BOTH INPUTS AND THE CUSTOMER MASTER AND PRIMES BOTH  ***
      ***  READS. A MASTER THAT DOES NOT EXIST YET (STATUS '35') IS   ***
      ***  CREATED EMPTY FIRST, THE SAME FALLBACK THE OTHER CUSTMAST  ***
      ***  JOBS USE - EVERYTHING WILL THEN REPORT AS NOT ON FILE.     ***
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:14) TO WS-JR-RUN-ID.
           OPEN INPUT STATUS-DECISION-FILE.
           IF WS-SD-STATUS NOT = '00' AND WS-SD-STATUS NOT = '05'
              DISPLAY '***STATUS-DECISION-FILE OPEN FAILED - STATUS '
                      WS-SD-STATUS
              STOP RUN
           END-IF.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXC-STATUS NOT = '00' AND WS-EXC-STATUS NOT = '05'
              DISPLAY '***EXCEPTION-FILE OPEN FAILED - STATUS '
                      WS-EXC-STATUS
              CLOSE STATUS-DECISION-FILE
              STOP RUN
           END-IF.
           OPEN I-O CUSTOMER-MASTER.
           IF WS-CM-STATUS = '35'
              OPEN OUTPUT CUSTOMER-MASTER
              CLOSE CUSTOMER-MASTER
              OPEN I-O CUSTOMER-MASTER
           END-IF.
           IF WS-CM-STATUS NOT = '00' AND WS-CM-STATUS NOT = '05'
              DISPLAY '***CUSTOMER-MASTER OPEN FAILED - STATUS '
                      WS-CM-STATUS
              CLOSE STATUS-DECISION-FILE
              CLOSE EXCEPTION-FILE
              STOP RUN
           END-IF.
           OPEN EXTEND CM-JOURNAL-FILE.
           IF WS-JR-STATUS = '35'
              OPEN OUTPUT CM-JOURNAL-FILE
           END-IF.
           IF WS-JR-STATUS NOT = '00'
              DISPLAY '***CM-JOURNAL-FILE OPEN FAILED - STATUS '
                      WS-JR-STATUS
              CLOSE STATUS-DECISION-FILE
              CLOSE EXCEPTION-FILE
              CLOSE CUSTOMER-MASTER
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-DECISION-RTN.
           PERFORM READ-EXCEPTION-RTN.

      ***------------------------------------------------------------***
      ***  CHECKS ONE COMPLIANCE DECISION AND, IF IT STANDS, POSTS    ***
      ***  IT. A DECISION MUST NAME ITS OFFICER AND CARRY A KNOWN     ***
      ***  REASON - 'OK' ON A RELEASE AND ONLY ON A RELEASE.          ***
      ***------------------------------------------------------------***
       DECISION-RTN.
           MOVE SD-REASON-CODE TO WS-AR-CODE.
           PERFORM FIND-REASON-RTN.
           EVALUATE TRUE
             WHEN SD-ACTION NOT = 'H' AND SD-ACTION NOT = 'S'
              AND SD-ACTION NOT = 'C' AND SD-ACTION NOT = 'R'
               DISPLAY 'REJECTED ' SD-AFM ' - UNKNOWN ACTION '
                       SD-ACTION
               ADD 1 TO CT-REJECTED
             WHEN WS-REASON-FOUND-SW = 'N'
               DISPLAY 'REJECTED ' SD-AFM ' - UNKNOWN REASON '
                       SD-REASON-CODE
               ADD 1 TO CT-REJECTED
             WHEN SD-USER-ID = SPACES
               DISPLAY 'REJECTED ' SD-AFM ' - NO USER ID'
               ADD 1 TO CT-REJECTED
             WHEN SD-ACTION = 'R' AND SD-REASON-CODE NOT = 'OK'
               DISPLAY 'REJECTED ' SD-AFM
                       ' - RELEASE MUST CARRY REASON OK'
               ADD 1 TO CT-REJECTED
             WHEN SD-ACTION NOT = 'R' AND SD-REASON-CODE = 'OK'
               DISPLAY 'REJECTED ' SD-AFM
                       ' - REASON OK ONLY ON A RELEASE'
               ADD 1 TO CT-REJECTED
             WHEN OTHER
               PERFORM DECISION-POST-RTN
           END-EVALUATE.
           PERFORM READ-DECISION-RTN.

      ***------------------------------------------------------------***
      ***  READS THE CUSTOMER FOR A DECISION THAT PASSED ITS CHECKS   ***
      ***  AND POSTS IT, UNLESS IT WOULD REOPEN A CLOSED CUSTOMER,    ***
      ***  RELEASE ONE THAT IS NOT HELD, OR CHANGE NOTHING.           ***
      ***------------------------------------------------------------***
       DECISION-POST-RTN.
           MOVE SD-AFM TO CM-AFM.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'REJECTED ' SD-AFM ' - NOT ON FILE'
                   ADD 1 TO CT-REJECTED
               NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN CM-STATUS-CODE = 'C'
                       DISPLAY 'REJECTED ' SD-AFM ' - ALREADY CLOSED'
                       ADD 1 TO CT-REJECTED
                     WHEN SD-ACTION = 'R'
                      AND CM-STATUS-CODE NOT = 'H'
                      AND CM-STATUS-CODE NOT = 'S'
                       DISPLAY 'REJECTED ' SD-AFM
                               ' - NOT HELD OR SUSPENDED'
                       ADD 1 TO CT-REJECTED
                     WHEN SD-ACTION = CM-STATUS-CODE
                      AND SD-REASON-CODE = CM-STATUS-REASON
                       DISPLAY 'REJECTED ' SD-AFM ' - NO CHANGE'
                       ADD 1 TO CT-REJECTED
                     WHEN OTHER
                       IF SD-ACTION = 'R'
                          MOVE 'A' TO WS-NEW-STATUS
                       ELSE
                          MOVE SD-ACTION TO WS-NEW-STATUS
                       END-IF
                       MOVE SD-REASON-CODE TO WS-NEW-REASON
                       MOVE SD-USER-ID TO WS-POST-USER
                       MOVE SD-NOTE TO WS-POST-NOTE
                       PERFORM POST-STATUS-RTN
                   END-EVALUATE
           END-READ.

      ***------------------------------------------------------------***
      ***  POSTS ONE SWEEP EXCEPTION. ONLY AN ACTIVE CUSTOMER IS      ***
      ***  MOVED - ONE ALREADY HELD, SUSPENDED OR CLOSED IS COUNTED,  ***
      ***  AND ONE COMPLIANCE RELEASED ('OK') FROM THIS SAME REASON   ***
      ***  IS LISTED BUT LEFT ACTIVE. A RELEASE MADE BEFORE THE       ***
      ***  RELEASED REASON WAS KEPT (SPACES) SHIELDS ONLY A STOPLIST  ***
      ***  EXCEPTION. RECORDS REGISTERED BEFORE THE STATUS CODE       ***
      ***  EXISTED (SPACE) COUNT AS ACTIVE.                           ***
      ***------------------------------------------------------------***
       EXCEPTION-RTN.
           MOVE EX-AFM TO CM-AFM.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'NOT ON FILE ' EX-AFM ' ' EX-RETURN-CODE
                   ADD 1 TO CT-NOT-ON-FILE
               NOT INVALID KEY
                   PERFORM EXCEPTION-MAP-RTN
                   EVALUATE TRUE
                     WHEN CM-STATUS-CODE = 'H' OR 'S' OR 'C'
                       ADD 1 TO CT-ALREADY-OFF
                     WHEN CM-STATUS-REASON = 'OK'
                      AND (CM-RELEASED-REASON = WS-NEW-REASON OR
                           (CM-RELEASED-REASON = SPACES AND
                            WS-NEW-REASON = '50'))
                       DISPLAY 'CLEARED  ' EX-AFM ' ' EX-RETURN-CODE
                               ' - RELEASED BY COMPLIANCE, NOT HELD'
                       ADD 1 TO CT-CLEARED
                     WHEN OTHER
                       MOVE 'STATPOST' TO WS-POST-USER
                       MOVE 'REVALIDATION SWEEP' TO WS-POST-NOTE
                       PERFORM POST-STATUS-RTN
                   END-EVALUATE
           END-READ.
           PERFORM READ-EXCEPTION-RTN.

       EXCEPTION-MAP-RTN.
           EVALUATE EX-RETURN-CODE
             WHEN '50'
               MOVE 'H' TO WS-NEW-STATUS
               MOVE '50' TO WS-NEW-REASON
             WHEN '40'
               MOVE 'S' TO WS-NEW-STATUS
               MOVE '40' TO WS-NEW-REASON
             WHEN '41'
               MOVE 'S' TO WS-NEW-STATUS
               MOVE '41' TO WS-NEW-REASON
             WHEN OTHER
               MOVE 'H' TO WS-NEW-STATUS
               MOVE 'RV' TO WS-NEW-REASON
           END-EVALUATE.

      ***------------------------------------------------------------***
      ***  REWRITES THE CUSTOMER WITH THE NEW STATUS, REASON AND      ***
      ***  TODAY'S DATE, THEN JOURNALS, PRINTS AND AUDITS THE         ***
      ***  CHANGE. THE AUDIT REASON CARRIES THE REASON CODE, ITS      ***
      ***  WORDING AND THE NOTE.                                      ***
      ***------------------------------------------------------------***
       POST-STATUS-RTN.
           MOVE CM-RECORD TO WS-JR-BEFORE.
           MOVE CM-STATUS-CODE TO WS-OLD-STATUS.
           MOVE WS-NEW-STATUS TO CM-STATUS-CODE.
           IF WS-NEW-REASON = 'OK'
              MOVE CM-STATUS-REASON TO CM-RELEASED-REASON
           ELSE
              MOVE SPACES TO CM-RELEASED-REASON
           END-IF.
           MOVE WS-NEW-REASON TO CM-STATUS-REASON.
           MOVE WS-RUN-YYYYMMDD TO CM-STATUS-DATE.
           MOVE CM-RECORD TO WS-JR-AFTER.
           REWRITE CM-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED ' CM-AFM
                           ' - REWRITE FAILED, STATUS ' WS-CM-STATUS
                   ADD 1 TO CT-REJECTED
               NOT INVALID KEY
                   MOVE 'C' TO WS-JR-ACTION
                   MOVE WS-POST-USER TO WS-JR-USER
                   PERFORM JOURNAL-RTN
                   EVALUATE WS-NEW-STATUS
                     WHEN 'H'
                       MOVE 'HELD' TO AUD-OUTCOME
                       ADD 1 TO CT-HELD
                     WHEN 'S'
                       MOVE 'SUSPEND' TO AUD-OUTCOME
                       ADD 1 TO CT-SUSPENDED
                     WHEN 'C'
                       MOVE 'CLOSED' TO AUD-OUTCOME
                       ADD 1 TO CT-CLOSED
                     WHEN OTHER
                       MOVE 'RELEASE' TO AUD-OUTCOME
                       ADD 1 TO CT-RELEASED
                   END-EVALUATE
                   MOVE WS-NEW-REASON TO WS-AR-CODE
                   PERFORM FIND-REASON-RTN
                   MOVE WS-POST-NOTE TO WS-AR-NOTE
                   DISPLAY AUD-OUTCOME '  ' CM-AFM ' ' WS-OLD-STATUS
                           ' -> ' WS-NEW-STATUS ' ' WS-AUDIT-REASON
                   PERFORM AUDIT-LOG-RTN
           END-REWRITE.

      ***------------------------------------------------------------***
      ***  LOOKS UP WS-AR-CODE IN THE STATUS-REASON TABLE AND SETS    ***
      ***  WS-AR-TEXT TO ITS WORDING (SPACES IF THE CODE IS UNKNOWN). ***
      ***------------------------------------------------------------***
       FIND-REASON-RTN.
           MOVE 'N' TO WS-REASON-FOUND-SW.
           MOVE SPACES TO WS-AR-TEXT.
           SET SR-IDX TO 1.
           SEARCH SR-ENTRY
               WHEN SR-CODE(SR-IDX) = WS-AR-CODE
                   MOVE 'Y' TO WS-REASON-FOUND-SW
                   MOVE SR-TEXT(SR-IDX) TO WS-AR-TEXT
           END-SEARCH.

      ***------------------------------------------------------------***
      ***  APPENDS ONE AUDIT RECORD FOR A POSTED STATUS CHANGE.       ***
      ***  OPENED ONCE AND LEFT OPEN, WITH THE SAME NEW-FILE FALLBACK ***
      ***  THE VALIDATION SUBROUTINE USES.                            ***
      ***------------------------------------------------------------***
       AUDIT-LOG-RTN.
           IF WS-AUD-OPEN-SW = 'N'
              OPEN EXTEND AFM-AUDIT-FILE
              IF WS-AUD-STATUS = '35'
                 OPEN OUTPUT AFM-AUDIT-FILE
              END-IF
              MOVE 'Y' TO WS-AUD-OPEN-SW
           END-IF.
           MOVE CM-AFM TO AUD-AFM.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-POST-USER TO AUD-USER-ID.
           MOVE WS-AUDIT-REASON TO AUD-REASON.
           WRITE AUD-RECORD.

      ***------------------------------------------------------------***
      ***  APPENDS ONE CUSTMAST JOURNAL RECORD FROM WS-JOURNAL-       ***
      ***  FIELDS. A CHANGE THAT CANNOT BE JOURNALLED STOPS THE RUN - ***
      ***  CARRYING ON WOULD MAKE CHANGES NO BACK-OUT COULD UNDO.     ***
      ***------------------------------------------------------------***
       JOURNAL-RTN.
           MOVE SPACES TO JR-RECORD.
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.
           MOVE WS-RUN-YYYYMMDD TO JR-RUN-DATE.
           MOVE 'AFM-STATUS-POST' TO JR-PROGRAM.
           MOVE WS-JR-RUN-ID TO JR-RUN-ID.
           MOVE WS-JR-ACTION TO JR-ACTION.
           MOVE WS-JR-USER TO JR-USER-ID.
           IF WS-JR-AFTER = SPACES
              MOVE WS-JR-BEFORE(1:9) TO JR-AFM
           ELSE
              MOVE WS-JR-AFTER(1:9) TO JR-AFM
           END-IF.
           MOVE WS-JR-BEFORE TO JR-BEFORE-IMAGE.
           MOVE WS-JR-AFTER TO JR-AFTER-IMAGE.
           WRITE JR-RECORD.
           IF WS-JR-STATUS NOT = '00'
              DISPLAY '***CM-JOURNAL-FILE WRITE FAILED FOR ' JR-AFM
                      ' - STATUS ' WS-JR-STATUS
              CLOSE STATUS-DECISION-FILE
              CLOSE EXCEPTION-FILE
              CLOSE CUSTOMER-MASTER
              CLOSE CM-JOURNAL-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ***------------------------------------------------------------***
      ***  READ THE NEXT DECISION / EXCEPTION. SAFE TO PERFORM AFTER  ***
      ***  END-OF-FILE HAS ALREADY BEEN REACHED - THEY SIMPLY DO      ***
      ***  NOTHING.                                                   ***
      ***------------------------------------------------------------***
       READ-DECISION-RTN.
           IF NOT END-OF-DECISIONS
              READ STATUS-DECISION-FILE
                  AT END
                      MOVE 1 TO SD-EOF-SW
                  NOT AT END
                      ADD 1 TO CT-DECISIONS-READ
              END-READ
           END-IF.

       READ-EXCEPTION-RTN.
           IF NOT END-OF-EXCEPTIONS
              READ EXCEPTION-FILE
                  AT END
                      MOVE 1 TO EX-EOF-SW
                  NOT AT END
                      ADD 1 TO CT-EXCEPTIONS-READ
              END-READ
           END-IF.

      ***------------------------------------------------------------***
      ***  DISPLAYS THE END-OF-JOB POSTING REPORT.                    ***
      ***------------------------------------------------------------***
       REPORT-RTN.
           DISPLAY '===================================='.
           DISPLAY 'AFM CUSTOMER STATUS POSTING - REPORT'.
           DISPLAY '===================================='.
           DISPLAY 'RUN DATE ................... ' WS-RUN-YYYYMMDD.
           DISPLAY 'JOURNAL RUN ID ............. ' WS-JR-RUN-ID.
           DISPLAY 'COMPLIANCE DECISIONS READ .. ' CT-DECISIONS-READ.
           DISPLAY 'SWEEP EXCEPTIONS READ ...... ' CT-EXCEPTIONS-READ.
           DISPLAY 'CUSTOMERS HELD ............. ' CT-HELD.
           DISPLAY 'CUSTOMERS SUSPENDED ........ ' CT-SUSPENDED.
           DISPLAY 'CUSTOMERS CLOSED ........... ' CT-CLOSED.
           DISPLAY 'CUSTOMERS RELEASED ......... ' CT-RELEASED.
           DISPLAY 'ALREADY HELD/SUSP/CLOSED ... ' CT-ALREADY-OFF.
           DISPLAY 'CLEARED BY COMPLIANCE ...... ' CT-CLEARED.
           DISPLAY 'EXCEPTIONS NOT ON FILE ..... ' CT-NOT-ON-FILE.
           DISPLAY 'DECISIONS REJECTED ......... ' CT-REJECTED.
           DISPLAY '===================================='.

       TERMINATE-RTN.
           CLOSE STATUS-DECISION-FILE
           CLOSE EXCEPTION-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE CM-JOURNAL-FILE.
           IF WS-AUD-OPEN-SW = 'Y'
              CLOSE AFM-AUDIT-FILE
              MOVE 'N' TO WS-AUD-OPEN-SW
           END-IF.
           PERFORM REPORT-RTN.
       END PROGRAM AFM-STATUS-POST.
