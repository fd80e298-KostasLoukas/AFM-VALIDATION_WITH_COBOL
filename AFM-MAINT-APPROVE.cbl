       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-MAINT-APPROVE.
      ***------------------------------------------------------------***
      ***  MAINTENANCE APPROVAL (CHECKER STEP) - AFM-STOPLIST-MAINT   ***
      ***  AND AFM-CUSTMAST-MAINT NO LONGER APPLY ANYTHING; THEY      ***
      ***  RECORD EACH STOPLIST ADD/DELETE AND EACH CUSTOMER RENAME/  ***
      ***  DELETE ON THE AFMPEND PENDING-TRANSACTION FILE UNDER THE   ***
      ***  MAKER'S USER ID. THIS JOB TAKES THE CHECKERS' DECISIONS    ***
      ***  (AFMAPTX), QUOTING EACH PENDING NUMBER:                    ***
      ***    'A' = APPROVE - APPLY THE ITEM TO AFMSTOP OR CUSTMAST    ***
      ***    'R' = REJECT  - THE ITEM IS CLOSED UNAPPLIED             ***
      ***  AN ITEM IS APPLIED ONLY WHEN A USER OTHER THAN ITS MAKER   ***
      ***  APPROVES IT. A DECISION BY THE MAKER IS REFUSED (THE ITEM  ***
      ***  STAYS PENDING FOR A REAL CHECKER), AND AN ITEM PENDING     ***
      ***  LONGER THAN THE ALLOWED NUMBER OF DAYS IS EXPIRED, NOT     ***
      ***  APPLIED - WHETHER SOMEONE TRIES TO DECIDE IT TODAY OR NOT, ***
      ***  SINCE EVERY ITEM STILL PENDING IS SWEPT FOR AGE AT THE END ***
      ***  OF THE RUN. THE ALLOWED AGE IS TAKEN AS ONE SYSIN LINE     ***
      ***  (DAYS, UP TO THREE DIGITS); A BLANK LINE MEANS THE HOUSE   ***
      ***  DEFAULT BELOW.                                             ***
      ***  THE MAKER WENT ON AFMAUDT AS 'PENDING' WHEN THE ITEM WAS   ***
      ***  RECORDED; HERE THE CHECKER GOES ON AS 'APPROVE', 'REJECT'  ***
      ***  OR 'REFUSED' WITH THE MAKER'S ID IN THE REASON, AND EACH   ***
      ***  APPLIED CHANGE IS LOGGED UNDER THE CHECKER AS WELL         ***
      ***  ('CHANGED'/'DELETED' FOR CUSTMAST, AS BEFORE, 'STOPADD'/   ***
      ***  'STOPDEL' FOR THE STOPLIST). EVERY DECISION IS PRINTED     ***
      ***  WITH ITS REASON. EACH CUSTMAST RENAME OR DELETE IS ALSO    ***
      ***  WRITTEN TO THE AFMJRNL CHANGE JOURNAL WITH THE WHOLE       ***
      ***  RECORD BEFORE AND AFTER, UNDER THE CHECKER, SO A BAD DECK  ***
      ***  CAN BE TAKEN BACK OFF WITH AFM-JOURNAL-BACKOUT.            ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-TRAN-FILE   ASSIGN TO AFMAPTX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT OPTIONAL PENDING-FILE     ASSIGN TO AFMPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PEND-ID
               FILE STATUS IS WS-PD-STATUS.
           SELECT OPTIONAL AFM-STOPLIST     ASSIGN TO AFMSTOP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-AFM
               FILE STATUS IS WS-SL-STATUS.
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
       FD  APPROVAL-TRAN-FILE.
       01  AP-TRAN-RECORD.
      *        'A' = APPROVE, 'R' = REJECT
           05  AP-DECISION                  PIC X.
           05  AP-PEND-ID                   PIC X(14).
           05  AP-CHECKER-ID                PIC X(8).
           05  AP-NOTE                      PIC X(20).
           05  FILLER                       PIC X(37).

      ***------------------------------------------------------------***
      ***  PENDING-TRANSACTION RECORD LAYOUT - KEEP IN STEP WITH THE  ***
      ***  TWO MAKERS, AFM-STOPLIST-MAINT AND AFM-CUSTMAST-MAINT. THE ***
      ***  SECOND 01 IS THE ALTERNATE VIEW OF THE CONTROL RECORD      ***
      ***  UNDER KEY ZERO THAT HOLDS THE LAST NUMBER HANDED OUT.      ***
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
      ***  STOPLIST RECORD LAYOUT AS READ BY AFM-VALIDATION-SUBRTN    ***
      ***  AND THE AFMV SCREEN - KEEP IN STEP WITH BOTH READERS.      ***
      ***------------------------------------------------------------***
       FD  AFM-STOPLIST.
       01  SL-RECORD.
           05  SL-AFM                       PIC X(9).
           05  SL-DATE-ADDED                PIC X(8).
           05  SL-REFERENCE                 PIC X(20).
           05  FILLER                       PIC X(43).

      ***------------------------------------------------------------***
      ***  CUSTOMER-MASTER RECORD LAYOUT AS KEPT BY AFM-VALIDATION    ***
      ***  SUBRTN - KEEP IN STEP WITH EVERY READER AND WRITER OF      ***
      ***  CUSTMAST. A NAME CHANGE REWRITES ONLY THE NAME - THE       ***
      ***  CATEGORY, REGISTRATION PARTICULARS AND STATUS RIDE ALONG   ***
      ***  UNTOUCHED.                                                 ***
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
           05  EOF-SW                       PIC 9    VALUE 0.
               88  END-OF-TRANS                VALUE 1.
           05  PEND-EOF-SW                  PIC 9    VALUE 0.
               88  END-OF-PENDING              VALUE 1.
           05  WS-AUD-OPEN-SW               PIC X    VALUE 'N'.
           05  WS-APPLIED-SW                PIC X    VALUE 'N'.
           05  WS-EXPIRED-SW                PIC X    VALUE 'N'.
      *    KEY OF THE PENDING-FILE CONTROL RECORD - NEVER A REAL ITEM
       01  WS-CONTROL-KEY                   PIC X(14)
                                            VALUE '00000000000000'.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYYMMDD              PIC X(8).
           05  FILLER                       PIC X(13).
       01  WS-AGE-FIELDS.
           05  WS-PARM-DAYS                 PIC X(3) VALUE SPACES.
           05  WS-MAX-DAYS                  PIC 9(3) VALUE 0.
           05  WS-RUN-DATE-N                PIC 9(8) VALUE 0.
           05  WS-ENTRY-DATE-N              PIC 9(8) VALUE 0.
           05  WS-AGE-DAYS                  PIC S9(7) VALUE 0.
       01  WS-APPROVE-CONTROLS.
      *    HOUSE DEFAULT FOR THE LONGEST AN ITEM MAY WAIT FOR ITS
      *    CHECKER, USED WHEN THE OPERATOR SUPPLIES A BLANK LINE
           05  MAX-PENDING-DAYS             PIC 9(3) COMP VALUE 5.
      *    USER ID THE AGE SWEEP WRITES ITS EXPIRIES UNDER
           05  WS-JOB-USER-ID               PIC X(8) VALUE 'MAINTAPR'.
       01  WS-OUTCOME-TEXT                  PIC X(30).
       01  WS-OLD-NAME                      PIC X(30).
      ***------------------------------------------------------------***
      ***  AUDIT REASON FOR A CHECKER DECISION: PENDING NUMBER, THE   ***
      ***  MAKER'S USER ID AND A NOTE, SO MAKER AND CHECKER SIT ON    ***
      ***  THE SAME AUDIT LINE.                                       ***
      ***------------------------------------------------------------***
       01  WS-DECISION-REASON.
           05  WS-DR-PEND-ID                PIC X(14).
           05  FILLER                       PIC X(7) VALUE ' MAKER '.
           05  WS-DR-MAKER-ID               PIC X(8).
           05  FILLER                       PIC X    VALUE SPACE.
           05  WS-DR-NOTE                   PIC X(20).
       01  WS-EXPIRY-NOTE.
           05  FILLER                       PIC X(8) VALUE 'PENDING '.
           05  WS-EN-DAYS                   PIC ZZZZZZ9.
           05  FILLER                       PIC X(5) VALUE ' DAYS'.
      ***------------------------------------------------------------***
      ***  AUDIT REASON FOR AN APPLIED CHANGE - AS AFM-CUSTMAST-MAINT ***
      ***  WROTE IT BEFORE APPROVAL WAS REQUIRED.                     ***
      ***------------------------------------------------------------***
       01  WS-AUDIT-REASON.
           05  WS-REASON-TAG                PIC X(18).
           05  WS-REASON-NAME               PIC X(30).
           05  FILLER                       PIC XX   VALUE SPACES.
      *    THE CUSTMAST CHANGE BEING JOURNALLED - SET BY THE CALLER
      *    OF JOURNAL-RTN. THE RUN ID IS FIXED AT START OF JOB
       01  WS-JOURNAL-FIELDS.
           05  WS-JR-RUN-ID                 PIC X(14).
           05  WS-JR-ACTION                 PIC X.
           05  WS-JR-USER                   PIC X(8).
           05  WS-JR-BEFORE                 PIC X(80).
           05  WS-JR-AFTER                  PIC X(80).
       01  WS-APPROVE-COUNTERS              COMP.
           05  CT-DECISIONS-READ            PIC 9(7) VALUE 0.
           05  CT-APPLIED                   PIC 9(7) VALUE 0.
           05  CT-APPLY-FAILED              PIC 9(7) VALUE 0.
           05  CT-REJECTED                  PIC 9(7) VALUE 0.
           05  CT-SELF-REFUSED              PIC 9(7) VALUE 0.
           05  CT-EXPIRED                   PIC 9(7) VALUE 0.
           05  CT-INVALID-DECISION          PIC 9(7) VALUE 0.
           05  CT-STILL-PENDING             PIC 9(7) VALUE 0.
       01  WS-TX-STATUS                     PIC XX   VALUE '00'.
       01  WS-PD-STATUS                     PIC XX   VALUE '00'.
       01  WS-SL-STATUS                     PIC XX   VALUE '00'.
       01  WS-CM-STATUS                     PIC XX   VALUE '00'.
       01  WS-AUD-STATUS                    PIC XX   VALUE '00'.
       01  WS-JR-STATUS                     PIC XX   VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM INITIALIZE-RTN.
           PERFORM PROCESS-RTN UNTIL END-OF-TRANS.
           PERFORM AGE-SWEEP-RTN.
           PERFORM TERMINATE-RTN.
           GOBACK.

      ***------------------------------------------------------------***
      ***  TAKES THE ALLOWED PENDING AGE (OR DEFAULTS IT), OPENS THE  ***
      ***  DECISIONS, THE PENDING FILE AND BOTH TARGET FILES, AND     ***
      ***  PRIMES THE READ. THE STOPLIST AND THE MASTER GET THE SAME  ***
      ***  CREATE-IF-MISSING FALLBACK THEIR OTHER WRITERS USE.        ***
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-YYYYMMDD TO WS-RUN-DATE-N.
           MOVE WS-RUN-DATE(1:14) TO WS-JR-RUN-ID.
           ACCEPT WS-PARM-DAYS.
           IF WS-PARM-DAYS = SPACES
              MOVE MAX-PENDING-DAYS TO WS-MAX-DAYS
           ELSE
              IF WS-PARM-DAYS IS NUMERIC
                 MOVE WS-PARM-DAYS TO WS-MAX-DAYS
              ELSE
                 DISPLAY '***PENDING-DAYS PARAMETER ' WS-PARM-DAYS
                         ' IS NOT NUMERIC'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           DISPLAY 'MAINTENANCE APPROVAL - ITEMS PENDING OVER '
                   WS-MAX-DAYS ' DAYS ARE EXPIRED'.
           OPEN INPUT APPROVAL-TRAN-FILE.
           IF WS-TX-STATUS NOT = '00'
              DISPLAY '***APPROVAL-TRAN-FILE OPEN FAILED - STATUS '
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
              CLOSE APPROVAL-TRAN-FILE
              STOP RUN
           END-IF.
           OPEN I-O AFM-STOPLIST.
           IF WS-SL-STATUS = '35'
              OPEN OUTPUT AFM-STOPLIST
              CLOSE AFM-STOPLIST
              OPEN I-O AFM-STOPLIST
           END-IF.
           IF WS-SL-STATUS NOT = '00' AND WS-SL-STATUS NOT = '05'
              DISPLAY '***AFM-STOPLIST OPEN FAILED - STATUS '
                      WS-SL-STATUS
              CLOSE APPROVAL-TRAN-FILE
              CLOSE PENDING-FILE
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
              CLOSE APPROVAL-TRAN-FILE
              CLOSE PENDING-FILE
              CLOSE AFM-STOPLIST
              STOP RUN
           END-IF.
           OPEN EXTEND CM-JOURNAL-FILE.
           IF WS-JR-STATUS = '35'
              OPEN OUTPUT CM-JOURNAL-FILE
           END-IF.
           IF WS-JR-STATUS NOT = '00'
              DISPLAY '***CM-JOURNAL-FILE OPEN FAILED - STATUS '
                      WS-JR-STATUS
              CLOSE APPROVAL-TRAN-FILE
              CLOSE PENDING-FILE
              CLOSE AFM-STOPLIST
              CLOSE CUSTOMER-MASTER
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-TRAN-RTN.

      ***------------------------------------------------------------***
      ***  FINDS THE PENDING ITEM ONE DECISION QUOTES. THE CONTROL    ***
      ***  RECORD IS NOT AN ITEM AND IS TREATED AS NOT FOUND.         ***
      ***------------------------------------------------------------***
       PROCESS-RTN.
           IF AP-PEND-ID = WS-CONTROL-KEY
              DISPLAY 'INVALID  ' AP-PEND-ID ' - NO SUCH PENDING ITEM'
              ADD 1 TO CT-INVALID-DECISION
           ELSE
              MOVE AP-PEND-ID TO PD-PEND-ID
              READ PENDING-FILE
                  INVALID KEY
                      DISPLAY 'INVALID  ' AP-PEND-ID
                              ' - NO SUCH PENDING ITEM'
                      ADD 1 TO CT-INVALID-DECISION
                  NOT INVALID KEY
                      PERFORM DECIDE-RTN
              END-READ
           END-IF.
           PERFORM READ-TRAN-RTN.

      ***------------------------------------------------------------***
      ***  APPLIES THE MAKER/CHECKER RULES TO ONE DECISION, IN ORDER: ***
      ***  A MALFORMED DECISION OR ONE FOR AN ITEM ALREADY DECIDED IS ***
      ***  IGNORED; AN ITEM PAST ITS AGE IS EXPIRED WHATEVER THE      ***
      ***  DECISION SAYS; A DECISION BY THE MAKER IS REFUSED AND THE  ***
      ***  ITEM LEFT PENDING; OTHERWISE THE ITEM IS REJECTED OR       ***
      ***  APPLIED AS THE CHECKER SAYS.                               ***
      ***------------------------------------------------------------***
       DECIDE-RTN.
           PERFORM CHECK-AGE-RTN.
           EVALUATE TRUE
             WHEN AP-DECISION NOT = 'A' AND AP-DECISION NOT = 'R'
               DISPLAY 'INVALID  ' PD-PEND-ID ' - UNKNOWN DECISION '
                       AP-DECISION
               ADD 1 TO CT-INVALID-DECISION
             WHEN AP-CHECKER-ID = SPACES
               DISPLAY 'INVALID  ' PD-PEND-ID ' - NO CHECKER USER ID'
               ADD 1 TO CT-INVALID-DECISION
             WHEN PD-STATE NOT = 'P'
               DISPLAY 'INVALID  ' PD-PEND-ID
                       ' - ALREADY DECIDED, STATE ' PD-STATE
               ADD 1 TO CT-INVALID-DECISION
             WHEN WS-EXPIRED-SW = 'Y'
               PERFORM EXPIRE-RTN
             WHEN AP-CHECKER-ID = PD-MAKER-ID
               DISPLAY 'REFUSED  ' PD-PEND-ID ' ' PD-AFM
                       ' - SELF-APPROVAL BY MAKER ' PD-MAKER-ID
               MOVE 'REFUSED' TO AUD-OUTCOME
               MOVE 'SELF-APPROVAL' TO WS-DR-NOTE
               PERFORM DECISION-AUDIT-RTN
               ADD 1 TO CT-SELF-REFUSED
             WHEN AP-DECISION = 'R'
               PERFORM REJECT-RTN
             WHEN OTHER
               PERFORM APPLY-RTN
           END-EVALUATE.

      ***------------------------------------------------------------***
      ***  WORKS OUT HOW MANY DAYS THE CURRENT ITEM HAS BEEN PENDING  ***
      ***  AND SETS WS-EXPIRED-SW WHEN THAT IS OVER THE ALLOWED AGE.  ***
      ***------------------------------------------------------------***
       CHECK-AGE-RTN.
           MOVE 'N' TO WS-EXPIRED-SW.
           MOVE 0 TO WS-AGE-DAYS.
           IF PD-ENTRY-DATE IS NUMERIC
              MOVE PD-ENTRY-DATE TO WS-ENTRY-DATE-N
              COMPUTE WS-AGE-DAYS =
                      FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                    - FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE-N)
              IF WS-AGE-DAYS > WS-MAX-DAYS
                 MOVE 'Y' TO WS-EXPIRED-SW
              END-IF
           END-IF.

      ***------------------------------------------------------------***
      ***  CLOSES ONE ITEM AS EXPIRED, UNAPPLIED, UNDER THIS JOB'S    ***
      ***  USER ID - NOBODY CHECKED IT IN TIME.                       ***
      ***------------------------------------------------------------***
       EXPIRE-RTN.
           MOVE WS-AGE-DAYS TO WS-EN-DAYS.
           DISPLAY 'EXPIRED  ' PD-PEND-ID ' ' PD-AFM
                   ' - PENDING SINCE ' PD-ENTRY-DATE ', MAKER '
                   PD-MAKER-ID.
           MOVE 'X' TO PD-STATE.
           MOVE WS-JOB-USER-ID TO PD-CHECKER-ID.
           MOVE WS-EXPIRY-NOTE TO WS-OUTCOME-TEXT.
           PERFORM CLOSE-ITEM-RTN.
           MOVE 'EXPIRED' TO AUD-OUTCOME.
           MOVE WS-EXPIRY-NOTE TO WS-DR-NOTE.
           PERFORM DECISION-AUDIT-RTN.
           ADD 1 TO CT-EXPIRED.

       REJECT-RTN.
           DISPLAY 'REJECTED ' PD-PEND-ID ' ' PD-AFM ' BY '
                   AP-CHECKER-ID ' - ' AP-NOTE.
           MOVE 'R' TO PD-STATE.
           MOVE AP-CHECKER-ID TO PD-CHECKER-ID.
           MOVE 'REJECTED BY CHECKER' TO WS-OUTCOME-TEXT.
           PERFORM CLOSE-ITEM-RTN.
           MOVE 'REJECT' TO AUD-OUTCOME.
           MOVE AP-NOTE TO WS-DR-NOTE.
           PERFORM DECISION-AUDIT-RTN.
           ADD 1 TO CT-REJECTED.

      ***------------------------------------------------------------***
      ***  APPLIES ONE APPROVED ITEM TO ITS TARGET FILE AND CLOSES IT ***
      ***  AS APPLIED - OR, WHEN THE TARGET REFUSES IT (ALREADY ON    ***
      ***  THE LIST, CUSTOMER NOT ON FILE), AS APPROVED BUT FAILED,   ***
      ***  WITH THE REASON. THE CHECKER'S APPROVAL IS AUDITED EITHER  ***
      ***  WAY.                                                       ***
      ***------------------------------------------------------------***
       APPLY-RTN.
           MOVE 'APPROVE' TO AUD-OUTCOME.
           MOVE AP-NOTE TO WS-DR-NOTE.
           PERFORM DECISION-AUDIT-RTN.
           MOVE 'N' TO WS-APPLIED-SW.
           MOVE SPACES TO WS-OUTCOME-TEXT.
           EVALUATE TRUE
             WHEN PD-TARGET = 'S' AND PD-ACTION = 'A'
               PERFORM STOPLIST-ADD-RTN
             WHEN PD-TARGET = 'S' AND PD-ACTION = 'D'
               PERFORM STOPLIST-DELETE-RTN
             WHEN PD-TARGET = 'C' AND PD-ACTION = 'C'
               PERFORM CHANGE-NAME-RTN
             WHEN PD-TARGET = 'C' AND PD-ACTION = 'D'
               PERFORM DELETE-CUSTOMER-RTN
             WHEN OTHER
               MOVE 'UNKNOWN TARGET/ACTION' TO WS-OUTCOME-TEXT
           END-EVALUATE.
           MOVE AP-CHECKER-ID TO PD-CHECKER-ID.
           IF WS-APPLIED-SW = 'Y'
              DISPLAY 'APPLIED  ' PD-PEND-ID ' ' PD-TARGET PD-ACTION
                      ' ' PD-AFM ' ' WS-OUTCOME-TEXT ' BY '
                      AP-CHECKER-ID ' MAKER ' PD-MAKER-ID
              MOVE 'A' TO PD-STATE
              ADD 1 TO CT-APPLIED
           ELSE
              DISPLAY 'FAILED   ' PD-PEND-ID ' ' PD-TARGET PD-ACTION
                      ' ' PD-AFM ' - ' WS-OUTCOME-TEXT
              MOVE 'F' TO PD-STATE
              ADD 1 TO CT-APPLY-FAILED
           END-IF.
           PERFORM CLOSE-ITEM-RTN.

       STOPLIST-ADD-RTN.
           MOVE SPACES TO SL-RECORD.
           MOVE PD-AFM TO SL-AFM.
           MOVE WS-RUN-YYYYMMDD TO SL-DATE-ADDED.
           MOVE PD-REFERENCE TO SL-REFERENCE.
           WRITE SL-RECORD
               INVALID KEY
                   MOVE 'ALREADY ON LIST' TO WS-OUTCOME-TEXT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-APPLIED-SW
                   MOVE 'ADDED TO STOPLIST' TO WS-OUTCOME-TEXT
                   MOVE 'STOPADD' TO AUD-OUTCOME
                   MOVE 'STOPLIST REF ' TO WS-REASON-TAG
                   MOVE PD-REFERENCE TO WS-REASON-NAME
                   PERFORM CHANGE-AUDIT-RTN
           END-WRITE.

       STOPLIST-DELETE-RTN.
           MOVE PD-AFM TO SL-AFM.
           DELETE AFM-STOPLIST
               INVALID KEY
                   MOVE 'NOT ON LIST' TO WS-OUTCOME-TEXT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-APPLIED-SW
                   MOVE 'REMOVED FROM STOPLIST' TO WS-OUTCOME-TEXT
                   MOVE 'STOPDEL' TO AUD-OUTCOME
                   MOVE 'STOPLIST REF ' TO WS-REASON-TAG
                   MOVE PD-REFERENCE TO WS-REASON-NAME
                   PERFORM CHANGE-AUDIT-RTN
           END-DELETE.

      ***------------------------------------------------------------***
      ***  CHANGES THE CUSTOMER NAME - THE RECORD IS READ FIRST SO    ***
      ***  THE OLD NAME GOES ON THE AUDIT TRAIL, AND THE WHOLE OLD    ***
      ***  RECORD ON THE JOURNAL; EVERY OTHER FIELD RIDES ALONG       ***
      ***  UNTOUCHED THROUGH THE REWRITE.                             ***
      ***------------------------------------------------------------***
       CHANGE-NAME-RTN.
           MOVE PD-AFM TO CM-AFM.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NOT ON FILE' TO WS-OUTCOME-TEXT
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO WS-OLD-NAME
                   MOVE CM-RECORD TO WS-JR-BEFORE
                   MOVE PD-NEW-NAME TO CM-CUSTOMER-NAME
                   MOVE CM-RECORD TO WS-JR-AFTER
                   REWRITE CM-RECORD
                       INVALID KEY
                           MOVE 'REWRITE FAILED, STATUS '
                               TO WS-OUTCOME-TEXT
                           MOVE WS-CM-STATUS
                               TO WS-OUTCOME-TEXT(24:2)
                       NOT INVALID KEY
                           MOVE 'C' TO WS-JR-ACTION
                           MOVE AP-CHECKER-ID TO WS-JR-USER
                           PERFORM JOURNAL-RTN
                           MOVE 'Y' TO WS-APPLIED-SW
                           MOVE PD-NEW-NAME TO WS-OUTCOME-TEXT
                           MOVE 'CHANGED' TO AUD-OUTCOME
                           MOVE 'NAME CHANGED FROM '
                               TO WS-REASON-TAG
                           MOVE WS-OLD-NAME TO WS-REASON-NAME
                           PERFORM CHANGE-AUDIT-RTN
                   END-REWRITE
           END-READ.

      ***------------------------------------------------------------***
      ***  DELETES THE CUSTOMER - READ FIRST SO THE NAME BEING        ***
      ***  REMOVED GOES ON THE AUDIT TRAIL AND THE WHOLE RECORD ON    ***
      ***  THE JOURNAL.                                               ***
      ***------------------------------------------------------------***
       DELETE-CUSTOMER-RTN.
           MOVE PD-AFM TO CM-AFM.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NOT ON FILE' TO WS-OUTCOME-TEXT
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO WS-OLD-NAME
                   MOVE CM-RECORD TO WS-JR-BEFORE
                   MOVE SPACES TO WS-JR-AFTER
                   DELETE CUSTOMER-MASTER
                       INVALID KEY
                           MOVE 'DELETE FAILED, STATUS '
                               TO WS-OUTCOME-TEXT
                           MOVE WS-CM-STATUS
                               TO WS-OUTCOME-TEXT(23:2)
                       NOT INVALID KEY
                           MOVE 'D' TO WS-JR-ACTION
                           MOVE AP-CHECKER-ID TO WS-JR-USER
                           PERFORM JOURNAL-RTN
                           MOVE 'Y' TO WS-APPLIED-SW
                           MOVE WS-OLD-NAME TO WS-OUTCOME-TEXT
                           MOVE 'DELETED' TO AUD-OUTCOME
                           MOVE 'CUSTOMER DELETED: '
                               TO WS-REASON-TAG
                           MOVE WS-OLD-NAME TO WS-REASON-NAME
                           PERFORM CHANGE-AUDIT-RTN
                   END-DELETE
           END-READ.

      ***------------------------------------------------------------***
      ***  STAMPS THE DECISION ON THE CURRENT PENDING ITEM AND        ***
      ***  REWRITES IT. THE CALLER HAS SET THE STATE AND CHECKER.     ***
      ***------------------------------------------------------------***
       CLOSE-ITEM-RTN.
           MOVE WS-RUN-YYYYMMDD TO PD-DECIDED-DATE.
           MOVE WS-OUTCOME-TEXT TO PD-OUTCOME-TEXT.
           REWRITE PD-RECORD
               INVALID KEY
                   DISPLAY '***AFMPEND REWRITE FAILED FOR ' PD-PEND-ID
                           ' - STATUS ' WS-PD-STATUS
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

      ***------------------------------------------------------------***
      ***  END-OF-RUN AGE SWEEP - WALKS EVERY ITEM STILL PENDING AND  ***
      ***  EXPIRES THOSE OVER THE ALLOWED AGE, SO AN ITEM NOBODY EVER ***
      ***  DECIDES DOES NOT SIT ON THE FILE WAITING TO BE APPROVED    ***
      ***  MONTHS LATER. THE READ STARTS PAST THE CONTROL RECORD.     ***
      ***------------------------------------------------------------***
       AGE-SWEEP-RTN.
           MOVE WS-CONTROL-KEY TO PD-PEND-ID.
           START PENDING-FILE KEY IS GREATER THAN PD-PEND-ID
               INVALID KEY
                   MOVE 1 TO PEND-EOF-SW
           END-START.
           PERFORM READ-PENDING-RTN.
           PERFORM SWEEP-ITEM-RTN UNTIL END-OF-PENDING.

       SWEEP-ITEM-RTN.
           IF PD-STATE = 'P'
              PERFORM CHECK-AGE-RTN
              IF WS-EXPIRED-SW = 'Y'
                 PERFORM EXPIRE-RTN
              ELSE
                 ADD 1 TO CT-STILL-PENDING
              END-IF
           END-IF.
           PERFORM READ-PENDING-RTN.

       READ-PENDING-RTN.
           IF NOT END-OF-PENDING
              READ PENDING-FILE NEXT RECORD
                  AT END MOVE 1 TO PEND-EOF-SW
              END-READ
           END-IF.

      ***------------------------------------------------------------***
      ***  APPENDS ONE CHECKER-DECISION AUDIT RECORD. THE CALLER HAS  ***
      ***  SET THE OUTCOME AND NOTE; THE USER IS THE CHECKER (OR THIS ***
      ***  JOB FOR AN EXPIRY) AND THE MAKER RIDES IN THE REASON.      ***
      ***------------------------------------------------------------***
       DECISION-AUDIT-RTN.
           MOVE PD-PEND-ID TO WS-DR-PEND-ID.
           MOVE PD-MAKER-ID TO WS-DR-MAKER-ID.
           MOVE WS-DECISION-REASON TO AUD-REASON.
           IF AUD-OUTCOME = 'EXPIRED'
              MOVE WS-JOB-USER-ID TO AUD-USER-ID
           ELSE
              MOVE AP-CHECKER-ID TO AUD-USER-ID
           END-IF.
           PERFORM AUDIT-LOG-RTN.

      ***------------------------------------------------------------***
      ***  APPENDS ONE AUDIT RECORD FOR AN APPLIED CHANGE, UNDER THE  ***
      ***  CHECKER WHO APPROVED IT. THE CALLER HAS SET THE OUTCOME    ***
      ***  AND REASON.                                                ***
      ***------------------------------------------------------------***
       CHANGE-AUDIT-RTN.
           MOVE WS-AUDIT-REASON TO AUD-REASON.
           MOVE AP-CHECKER-ID TO AUD-USER-ID.
           PERFORM AUDIT-LOG-RTN.

      ***------------------------------------------------------------***
      ***  WRITES THE AUDIT RECORD BUILT BY THE CALLER. OPENED ONCE   ***
      ***  AND LEFT OPEN, WITH THE SAME NEW-FILE FALLBACK THE         ***
      ***  VALIDATION SUBROUTINE USES.                                ***
      ***------------------------------------------------------------***
       AUDIT-LOG-RTN.
           IF WS-AUD-OPEN-SW = 'N'
              OPEN EXTEND AFM-AUDIT-FILE
              IF WS-AUD-STATUS = '35'
                 OPEN OUTPUT AFM-AUDIT-FILE
              END-IF
              MOVE 'Y' TO WS-AUD-OPEN-SW
           END-IF.
           MOVE PD-AFM TO AUD-AFM.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
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
           MOVE 'AFM-MAINT-APPROVE' TO JR-PROGRAM.
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
              CLOSE APPROVAL-TRAN-FILE
              CLOSE PENDING-FILE
              CLOSE AFM-STOPLIST
              CLOSE CUSTOMER-MASTER
              CLOSE CM-JOURNAL-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ***------------------------------------------------------------***
      ***  READS THE NEXT DECISION. SAFE TO PERFORM AFTER END-OF-     ***
      ***  FILE HAS ALREADY BEEN REACHED - IT SIMPLY DOES NOTHING.    ***
      ***------------------------------------------------------------***
       READ-TRAN-RTN.
           IF NOT END-OF-TRANS
              READ APPROVAL-TRAN-FILE
                  AT END
                      MOVE 1 TO EOF-SW
                  NOT AT END
                      ADD 1 TO CT-DECISIONS-READ
              END-READ
           END-IF.

      ***------------------------------------------------------------***
      ***  DISPLAYS THE END-OF-JOB APPROVAL REPORT. THE PER-ITEM      ***
      ***  LINES ABOVE IT GIVE THE REASON FOR EVERY ITEM NOT APPLIED. ***
      ***------------------------------------------------------------***
       REPORT-RTN.
           DISPLAY '===================================='.
           DISPLAY 'AFM MAINTENANCE APPROVAL - REPORT'.
           DISPLAY '===================================='.
           DISPLAY 'RUN DATE ................... ' WS-RUN-YYYYMMDD.
           DISPLAY 'MAXIMUM PENDING DAYS ....... ' WS-MAX-DAYS.
           DISPLAY 'JOURNAL RUN ID ............. ' WS-JR-RUN-ID.
           DISPLAY 'DECISIONS READ ............. ' CT-DECISIONS-READ.
           DISPLAY 'APPROVED AND APPLIED ....... ' CT-APPLIED.
           DISPLAY 'APPROVED - APPLY FAILED .... ' CT-APPLY-FAILED.
           DISPLAY 'REJECTED BY CHECKER ........ ' CT-REJECTED.
           DISPLAY 'SELF-APPROVALS REFUSED ..... ' CT-SELF-REFUSED.
           DISPLAY 'EXPIRED .................... ' CT-EXPIRED.
           DISPLAY 'INVALID DECISIONS .......... ' CT-INVALID-DECISION.
           DISPLAY 'STILL PENDING .............. ' CT-STILL-PENDING.
           DISPLAY '===================================='.

       TERMINATE-RTN.
           CLOSE APPROVAL-TRAN-FILE
           CLOSE PENDING-FILE
           CLOSE AFM-STOPLIST
           CLOSE CUSTOMER-MASTER
           CLOSE CM-JOURNAL-FILE.
           IF WS-AUD-OPEN-SW = 'Y'
              CLOSE AFM-AUDIT-FILE
              MOVE 'N' TO WS-AUD-OPEN-SW
           END-IF.
           PERFORM REPORT-RTN.
       END PROGRAM AFM-MAINT-APPROVE.
