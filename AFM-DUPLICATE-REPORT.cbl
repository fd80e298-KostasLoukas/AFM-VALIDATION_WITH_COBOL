       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-DUPLICATE-REPORT.
      ***------------------------------------------------------------***
      ***  POSSIBLE-DUPLICATE CUSTOMER REPORT. THE DUPLICATE CHECK    ***
      ***  ONLY CATCHES THE SAME AFM ARRIVING TWICE; NOTHING FLAGGED  ***
      ***  ONE COMPANY OR PERSON REGISTERED UNDER TWO DIFFERENT AFMS  ***
      ***  - A KEYING SLIP THAT HAPPENED TO PASS THE CHECK DIGIT, OR  ***
      ***  A DELIBERATE SECOND IDENTITY. THIS JOB WALKS CUSTMAST BY   ***
      ***  THE CM-CUSTOMER-NAME ALTERNATE INDEX, PUTS EVERY NAME      ***
      ***  THROUGH AFM-NAME-NORMALIZE (THE SAME RULE THE DUPLICATE    ***
      ***  CHECKS USE) AND GROUPS THE CUSTOMERS WHOSE NORMALISED      ***
      ***  NAMES MATCH. THE GROUPING KEY IS THE NORMALISED NAME WITH  ***
      ***  ITS REMAINING BLANKS TAKEN OUT, SO 'ACME S.A.' ('ACME S A' ***
      ***  ONCE NORMALISED) AND 'ACME SA' FALL IN ONE CLUSTER. THE    ***
      ***  NAME INDEX ITSELF CANNOT BE TRUSTED TO KEEP SUCH NAMES     ***
      ***  TOGETHER (CASE AND PUNCTUATION SORT APART), SO THE WALK    ***
      ***  FEEDS A SORT ON THE GROUPING KEY.                          ***
      ***  EVERY CLUSTER OF TWO OR MORE AFMS IS LISTED WITH EACH      ***
      ***  CUSTOMER'S CATEGORY, REGISTRATION DATE, CHANNEL, SOURCE    ***
      ***  SYSTEM AND STATUS, AND WHETHER THE AFM IS ALREADY ON THE   ***
      ***  STOPLIST. EVERY CLUSTERED AFM NOT YET STOPLISTED IS ALSO   ***
      ***  WRITTEN TO AFMDUPX AS A STOPLIST CANDIDATE, IN THE AFMSTTX ***
      ***  TRANSACTION LAYOUT ('A' = ADD, REFERENCE 'DUPNAME' PLUS    ***
      ***  THE CLUSTER NUMBER, CLUSTER NUMBER AND NAME IN THE SPARE   ***
      ***  TAIL). THE MAKER USER ID IS LEFT BLANK ON PURPOSE: AFM-    ***
      ***  STOPLIST-MAINT REFUSES A ROW WITHOUT ONE, SO NOTHING GOES  ***
      ***  FORWARD UNTIL A FRAUD ANALYST HAS PICKED THE CANDIDATES    ***
      ***  AND SIGNED THEM AS MAKER - AND A CHECKER STILL APPROVES.   ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-MASTER  ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-AFM
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT OPTIONAL STOPLIST-FILE    ASSIGN TO AFMSTOP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-AFM
               FILE STATUS IS WS-SL-STATUS.
           SELECT NAME-SORT-FILE       ASSIGN TO SORTWK01.
           SELECT SORTED-FILE          ASSIGN TO AFMDSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT CANDIDATE-FILE       ASSIGN TO AFMDUPX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ***------------------------------------------------------------***
      ***  CUSTOMER-MASTER RECORD LAYOUT AS KEPT BY AFM-VALIDATION    ***
      ***  SUBRTN - KEEP IN STEP WITH EVERY READER AND WRITER OF      ***
      ***  CUSTMAST.                                                  ***
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
      ***  STOPLIST RECORD LAYOUT - KEEP IN STEP WITH AFM-MAINT-      ***
      ***  APPROVE, WHICH MAINTAINS IT.                               ***
      ***------------------------------------------------------------***
       FD  STOPLIST-FILE.
       01  SL-RECORD.
           05  SL-AFM                       PIC X(9).
           05  SL-DATE-ADDED                PIC X(8).
           05  SL-REFERENCE                 PIC X(20).
           05  FILLER                       PIC X(43).

      ***------------------------------------------------------------***
      ***  EACH NAMED CUSTOMER WITH ITS GROUPING KEY AND NORMALISED   ***
      ***  NAME IN FRONT, SORTED ON THE KEY AND THEN THE AFM SO A     ***
      ***  CLUSTER ALWAYS LISTS IN THE SAME ORDER.                    ***
      ***------------------------------------------------------------***
       SD  NAME-SORT-FILE.
       01  NS-SORT-RECORD.
           05  NS-MATCH-KEY                 PIC X(30).
           05  NS-NORM-NAME                 PIC X(30).
           05  NS-CM-RECORD.
               10  NS-AFM                   PIC X(9).
               10  FILLER                   PIC X(71).

       FD  SORTED-FILE.
       01  DS-RECORD.
           05  DS-MATCH-KEY                 PIC X(30).
           05  DS-NORM-NAME                 PIC X(30).
           05  DS-CM-RECORD.
               10  DS-AFM                   PIC X(9).
               10  DS-CUSTOMER-NAME         PIC X(30).
               10  DS-CATEGORY              PIC X.
               10  DS-REG-DATE              PIC X(8).
               10  DS-REG-CHANNEL           PIC X.
               10  DS-SOURCE-SYSTEM         PIC X(10).
               10  DS-STATUS-CODE           PIC X.
               10  FILLER                   PIC X(20).

      ***------------------------------------------------------------***
      ***  STOPLIST CANDIDATE - THE AFMSTTX TRANSACTION LAYOUT READ   ***
      ***  BY AFM-STOPLIST-MAINT, KEEP IN STEP WITH IT. THE TAIL IT   ***
      ***  IGNORES CARRIES THE CLUSTER FOR THE ANALYST'S REVIEW.      ***
      ***------------------------------------------------------------***
       FD  CANDIDATE-FILE.
       01  ST-TRAN-RECORD.
           05  ST-ACTION                    PIC X.
           05  ST-AFM                       PIC X(9).
           05  ST-REFERENCE.
               10  ST-REF-TAG               PIC X(8).
               10  ST-REF-CLUSTER           PIC 9(6).
               10  FILLER                   PIC X(6).
           05  ST-USER-ID                   PIC X(8).
           05  ST-CLUSTER-NO                PIC 9(6).
           05  FILLER                       PIC X.
           05  ST-CUSTOMER-NAME             PIC X(30).
           05  FILLER                       PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  CM-EOF-SW                    PIC 9    VALUE 0.
               88  END-OF-MASTER               VALUE 1.
           05  DS-EOF-SW                    PIC 9    VALUE 0.
               88  END-OF-SORTED               VALUE 1.
           05  WS-STOP-OPEN-SW              PIC X    VALUE 'N'.
           05  WS-STOPLISTED-SW             PIC X    VALUE 'N'.
       01  WS-NORM-NAME                     PIC X(30).
      *    THE NORMALISED NAME WITH ITS BLANKS TAKEN OUT, BUILT ONE
      *    CHARACTER AT A TIME
       01  WS-MATCH-KEY                     PIC X(30).
       01  WS-KEY-CONTROLS                  COMP.
           05  WS-IN-NO                     PIC 9(2) VALUE 0.
           05  WS-OUT-NO                    PIC 9(2) VALUE 0.

      ***------------------------------------------------------------***
      ***  CONTROL-BREAK STATE. THE FIRST CUSTOMER OF EACH GROUP IS   ***
      ***  HELD BACK UNTIL A SECOND ONE SHOWS IT IS A CLUSTER; FROM   ***
      ***  THEN ON EACH CUSTOMER IS LISTED AS IT IS READ.             ***
      ***------------------------------------------------------------***
       01  WS-GROUP-KEY                     PIC X(30).
       01  WS-GROUP-COUNT                   PIC 9(5) COMP VALUE 0.
       01  WS-HELD-RECORD                   PIC X(140).
       01  WS-CURRENT-RECORD                PIC X(140).
       01  WS-CLUSTER-NO                    PIC 9(6) VALUE 0.

       01  WS-DETAIL-LINE.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  DL-AFM                       PIC X(9).
           05  FILLER                       PIC X     VALUE SPACE.
           05  DL-NAME                      PIC X(30).
           05  FILLER                       PIC X     VALUE SPACE.
           05  DL-CATEGORY                  PIC X(10).
           05  FILLER                       PIC X     VALUE SPACE.
           05  DL-REG-DATE                  PIC X(8).
           05  FILLER                       PIC X     VALUE SPACE.
           05  DL-CHANNEL                   PIC X(8).
           05  FILLER                       PIC X     VALUE SPACE.
           05  DL-SOURCE                    PIC X(10).
           05  FILLER                       PIC X     VALUE SPACE.
           05  DL-STATUS                    PIC X(9).
           05  FILLER                       PIC X     VALUE SPACE.
           05  DL-STOPLIST                  PIC X(10).
       01  WS-RUN-DATE.
           05  WS-RUN-YYYYMMDD              PIC X(8).
           05  FILLER                       PIC X(13).
       01  WS-DUP-COUNTERS                  COMP.
           05  CT-CUSTOMERS-READ            PIC 9(7) VALUE 0.
           05  CT-BLANK-NAMES               PIC 9(7) VALUE 0.
           05  CT-CLUSTERS                  PIC 9(7) VALUE 0.
           05  CT-CLUSTERED                 PIC 9(7) VALUE 0.
           05  CT-ALREADY-STOPPED           PIC 9(7) VALUE 0.
           05  CT-CANDIDATES                PIC 9(7) VALUE 0.
       01  WS-CM-STATUS                     PIC XX   VALUE '00'.
       01  WS-SL-STATUS                     PIC XX   VALUE '00'.
       01  WS-SRT-STATUS                    PIC XX   VALUE '00'.
       01  WS-DX-STATUS                     PIC XX   VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM INITIALIZE-RTN.
           PERFORM PROCESS-RTN UNTIL END-OF-SORTED.
           PERFORM TERMINATE-RTN.
           GOBACK.

      ***------------------------------------------------------------***
      ***  SORTS THE NAMED CUSTOMERS ON THEIR GROUPING KEY, THEN      ***
      ***  OPENS THE SORTED FILE, THE STOPLIST AND THE CANDIDATE      ***
      ***  EXTRACT. A STOPLIST THAT CANNOT BE OPENED ONLY MEANS NO    ***
      ***  AFM IS SHOWN AS ALREADY STOPLISTED - THE REPORT STILL RUNS ***
      ***  AND SAYS SO.                                               ***
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           SORT NAME-SORT-FILE ON ASCENDING KEY NS-MATCH-KEY
                                  ASCENDING KEY NS-AFM
               INPUT PROCEDURE IS WALK-MASTER-RTN
                             THRU WALK-MASTER-EXIT
               GIVING SORTED-FILE.
           OPEN INPUT SORTED-FILE.
           IF WS-SRT-STATUS NOT = '00'
              DISPLAY '***SORTED-FILE OPEN FAILED - STATUS '
                      WS-SRT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CANDIDATE-FILE.
           IF WS-DX-STATUS NOT = '00'
              DISPLAY '***CANDIDATE-FILE OPEN FAILED - STATUS '
                      WS-DX-STATUS
              CLOSE SORTED-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT STOPLIST-FILE.
           IF WS-SL-STATUS = '00' OR WS-SL-STATUS = '05'
              MOVE 'Y' TO WS-STOP-OPEN-SW
           ELSE
              DISPLAY '***STOPLIST-FILE OPEN FAILED - STATUS '
                      WS-SL-STATUS ' - STOPLIST STANDING NOT SHOWN'
           END-IF.
           DISPLAY 'POSSIBLE DUPLICATE CUSTOMERS - SAME NORMALISED '
                   'NAME UNDER DIFFERENT AFMS - RUN ' WS-RUN-YYYYMMDD.
           DISPLAY '  AFM       CUSTOMER NAME                  '
                   'CATEGORY   REG DATE CHANNEL  SOURCE     '
                   'STATUS    STOPLIST'.
           PERFORM READ-SORTED-RTN.

      ***------------------------------------------------------------***
      ***  SORT INPUT - WALKS CUSTMAST FROM THE START OF THE NAME     ***
      ***  INDEX AND RELEASES EVERY CUSTOMER WITH A NAME, UNDER ITS   ***
      ***  GROUPING KEY. A MASTER THAT DOES NOT EXIST YET IS SIMPLY   ***
      ***  AN EMPTY REPORT.                                           ***
      ***------------------------------------------------------------***
       WALK-MASTER-RTN.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = '00' AND WS-CM-STATUS NOT = '05'
              DISPLAY '***CUSTOMER-MASTER OPEN FAILED - STATUS '
                      WS-CM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE LOW-VALUES TO CM-CUSTOMER-NAME.
           START CUSTOMER-MASTER
               KEY IS NOT LESS THAN CM-CUSTOMER-NAME
               INVALID KEY
                   MOVE 1 TO CM-EOF-SW
           END-START.
           PERFORM READ-MASTER-RTN.
           PERFORM RELEASE-CUSTOMER-RTN UNTIL END-OF-MASTER.
           CLOSE CUSTOMER-MASTER.
           GO TO WALK-MASTER-EXIT.

       RELEASE-CUSTOMER-RTN.
           CALL 'AFM-NAME-NORMALIZE'
               USING CM-CUSTOMER-NAME WS-NORM-NAME.
           IF WS-NORM-NAME = SPACES
              ADD 1 TO CT-BLANK-NAMES
           ELSE
              PERFORM BUILD-MATCH-KEY-RTN
              MOVE WS-MATCH-KEY TO NS-MATCH-KEY
              MOVE WS-NORM-NAME TO NS-NORM-NAME
              MOVE CM-RECORD TO NS-CM-RECORD
              RELEASE NS-SORT-RECORD
           END-IF.
           PERFORM READ-MASTER-RTN.

       WALK-MASTER-EXIT.
           EXIT.

      ***------------------------------------------------------------***
      ***  GROUPING KEY - THE NORMALISED NAME WITH THE BLANKS LEFT    ***
      ***  BETWEEN ITS WORDS TAKEN OUT.                               ***
      ***------------------------------------------------------------***
       BUILD-MATCH-KEY-RTN.
           MOVE SPACES TO WS-MATCH-KEY.
           MOVE 0 TO WS-OUT-NO.
           PERFORM KEY-CHAR-RTN
               VARYING WS-IN-NO FROM 1 BY 1
               UNTIL WS-IN-NO > 30.

       KEY-CHAR-RTN.
           IF WS-NORM-NAME(WS-IN-NO:1) NOT = SPACE
              ADD 1 TO WS-OUT-NO
              MOVE WS-NORM-NAME(WS-IN-NO:1)
                  TO WS-MATCH-KEY(WS-OUT-NO:1)
           END-IF.

      ***------------------------------------------------------------***
      ***  ONE SORTED CUSTOMER. A NEW KEY CLOSES THE PREVIOUS GROUP   ***
      ***  AND HOLDS THIS CUSTOMER BACK; THE SECOND CUSTOMER UNDER    ***
      ***  ONE KEY OPENS A CLUSTER AND LISTS THE HELD ONE FIRST.      ***
      ***------------------------------------------------------------***
       PROCESS-RTN.
           IF WS-GROUP-COUNT = 0 OR DS-MATCH-KEY NOT = WS-GROUP-KEY
              PERFORM END-GROUP-RTN
              MOVE DS-MATCH-KEY TO WS-GROUP-KEY
              MOVE DS-RECORD TO WS-HELD-RECORD
              MOVE 1 TO WS-GROUP-COUNT
           ELSE
              ADD 1 TO WS-GROUP-COUNT
              IF WS-GROUP-COUNT = 2
                 PERFORM START-CLUSTER-RTN
              END-IF
              PERFORM LIST-CUSTOMER-RTN
           END-IF.
           PERFORM READ-SORTED-RTN.

       START-CLUSTER-RTN.
           ADD 1 TO CT-CLUSTERS.
           ADD 1 TO WS-CLUSTER-NO.
           DISPLAY ' '.
           DISPLAY 'CLUSTER ' WS-CLUSTER-NO ' - NORMALISED NAME '
                   DS-NORM-NAME.
      *    LIST THE HELD FIRST CUSTOMER, THEN PUT BACK THE CURRENT
           MOVE DS-RECORD TO WS-CURRENT-RECORD.
           MOVE WS-HELD-RECORD TO DS-RECORD.
           PERFORM LIST-CUSTOMER-RTN.
           MOVE WS-CURRENT-RECORD TO DS-RECORD.

       END-GROUP-RTN.
           IF WS-GROUP-COUNT > 1
              DISPLAY '  ' WS-GROUP-COUNT ' CUSTOMERS IN CLUSTER '
                      WS-CLUSTER-NO
           END-IF.
           MOVE 0 TO WS-GROUP-COUNT.

      ***------------------------------------------------------------***
      ***  LISTS ONE CLUSTERED CUSTOMER AND, UNLESS IT IS ALREADY ON  ***
      ***  THE STOPLIST, WRITES IT OUT AS A STOPLIST CANDIDATE.       ***
      ***------------------------------------------------------------***
       LIST-CUSTOMER-RTN.
           ADD 1 TO CT-CLUSTERED.
           MOVE DS-AFM TO DL-AFM.
           MOVE DS-CUSTOMER-NAME TO DL-NAME.
           EVALUATE DS-CATEGORY
             WHEN 'C'
               MOVE 'COMPANY' TO DL-CATEGORY
             WHEN 'I'
               MOVE 'INDIVIDUAL' TO DL-CATEGORY
             WHEN OTHER
               MOVE SPACES TO DL-CATEGORY
           END-EVALUATE.
           MOVE DS-REG-DATE TO DL-REG-DATE.
           EVALUATE DS-REG-CHANNEL
             WHEN 'B'
               MOVE 'BATCH' TO DL-CHANNEL
             WHEN 'T'
               MOVE 'TERMINAL' TO DL-CHANNEL
             WHEN OTHER
               MOVE SPACES TO DL-CHANNEL
           END-EVALUATE.
           MOVE DS-SOURCE-SYSTEM TO DL-SOURCE.
           EVALUATE DS-STATUS-CODE
             WHEN 'A'
               MOVE 'ACTIVE' TO DL-STATUS
             WHEN 'H'
               MOVE 'HELD' TO DL-STATUS
             WHEN 'S'
               MOVE 'SUSPENDED' TO DL-STATUS
             WHEN 'C'
               MOVE 'CLOSED' TO DL-STATUS
             WHEN OTHER
               MOVE DS-STATUS-CODE TO DL-STATUS
           END-EVALUATE.
           PERFORM STOPLIST-CHECK-RTN.
           IF WS-STOPLISTED-SW = 'Y'
              MOVE 'STOPLISTED' TO DL-STOPLIST
              ADD 1 TO CT-ALREADY-STOPPED
           ELSE
              MOVE SPACES TO DL-STOPLIST
              PERFORM WRITE-CANDIDATE-RTN
           END-IF.
           DISPLAY WS-DETAIL-LINE.

       STOPLIST-CHECK-RTN.
           MOVE 'N' TO WS-STOPLISTED-SW.
           IF WS-STOP-OPEN-SW = 'Y'
              MOVE DS-AFM TO SL-AFM
              READ STOPLIST-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 'Y' TO WS-STOPLISTED-SW
              END-READ
           END-IF.

       WRITE-CANDIDATE-RTN.
           MOVE SPACES TO ST-TRAN-RECORD.
           MOVE 'A' TO ST-ACTION.
           MOVE DS-AFM TO ST-AFM.
           MOVE 'DUPNAME ' TO ST-REF-TAG.
           MOVE WS-CLUSTER-NO TO ST-REF-CLUSTER.
           MOVE WS-CLUSTER-NO TO ST-CLUSTER-NO.
           MOVE DS-CUSTOMER-NAME TO ST-CUSTOMER-NAME.
           WRITE ST-TRAN-RECORD.
           ADD 1 TO CT-CANDIDATES.

      ***------------------------------------------------------------***
      ***  READ ROUTINES - SAFE TO PERFORM AFTER END-OF-FILE.         ***
      ***------------------------------------------------------------***
       READ-MASTER-RTN.
           IF NOT END-OF-MASTER
              READ CUSTOMER-MASTER NEXT RECORD
                  AT END
                      MOVE 1 TO CM-EOF-SW
                  NOT AT END
                      ADD 1 TO CT-CUSTOMERS-READ
              END-READ
           END-IF.

       READ-SORTED-RTN.
           IF NOT END-OF-SORTED
              READ SORTED-FILE
                  AT END
                      MOVE 1 TO DS-EOF-SW
              END-READ
           END-IF.

      ***------------------------------------------------------------***
      ***  DISPLAYS THE END-OF-JOB SUMMARY.                           ***
      ***------------------------------------------------------------***
       REPORT-RTN.
           DISPLAY '===================================='.
           DISPLAY 'AFM POSSIBLE-DUPLICATE REPORT - SUMMARY'.
           DISPLAY '===================================='.
           DISPLAY 'CUSTOMERS READ ............. ' CT-CUSTOMERS-READ.
           DISPLAY 'WITHOUT A NAME (SKIPPED) ... ' CT-BLANK-NAMES.
           DISPLAY 'CLUSTERS ................... ' CT-CLUSTERS.
           DISPLAY 'CUSTOMERS IN CLUSTERS ...... ' CT-CLUSTERED.
           DISPLAY 'ALREADY ON THE STOPLIST .... ' CT-ALREADY-STOPPED.
           DISPLAY 'STOPLIST CANDIDATES ........ ' CT-CANDIDATES.
           DISPLAY '===================================='.

       TERMINATE-RTN.
           PERFORM END-GROUP-RTN.
           CLOSE SORTED-FILE.
           CLOSE CANDIDATE-FILE.
           IF WS-STOP-OPEN-SW = 'Y'
              CLOSE STOPLIST-FILE
           END-IF.
           PERFORM REPORT-RTN.
       END PROGRAM AFM-DUPLICATE-REPORT.
