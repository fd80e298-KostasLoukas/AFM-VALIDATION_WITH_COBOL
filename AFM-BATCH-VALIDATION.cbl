      ***  THE CORRECTED SUSPENSE FILE (AFMSUSPI) INSTEAD OF AFMIN01, ***
      ***  AND ONLY THE RECORDS THAT STILL REJECT ARE REWRITTEN TO    ***
      ***  THE NEW SUSPENSE (AFMSUSPO), CLEARING THE WORKED-OFF ONES. ***
      ***  A NORMAL OR MATCH-MODE RUN IS STEP 1 OF THE NIGHTLY CHAIN: ***
      ***  IT STARTS THE CHAIN DATE ON THE AFMRUNC LEDGER (THROUGH    ***
      ***  AFM-RUN-CONTROL), IS REFUSED IF IT ALREADY COMPLETED FOR   ***
      ***  THAT DATE, AND POSTS ITS RETURN CODE AND CONTROL TOTALS AT ***
      ***  THE END. A CORRECTION RERUN IS OUTSIDE THE CHAIN.          ***
      ***  THE SAME RUNS APPEND EACH SOURCE'S TOTALS, BROKEN OUT BY   ***
      ***  REJECTION REASON CODE, TO THE AFMRHST HISTORY FILE THAT    ***
      ***  AFM-REJECT-TREND COMPARES AGAINST EACH SOURCE'S NORMAL.    ***
      ***  EACH SUSPENSE RECORD ALSO CARRIES ITS BATCH'S SOURCE AND   ***
      ***  EXTRACT DATE, SO AFM-SUSPENSE-LOAD CAN QUEUE THE REJECTS   ***
      ***  FOR THE AFMS CORRECTION SCREEN BY SOURCE.                  ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DRIVER-AUDIT-FILE    ASSIGN TO AFMAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAUD-STATUS.
           SELECT REJECT-HISTORY-FILE  ASSIGN TO AFMRHST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ***  RERUN CHECKS THE HEADER AND REFUSES A PRE-CUTOVER BACKLOG  ***
      ***  LOUDLY INSTEAD OF PARSING EVERY OLD RECORD AS GARBAGE AND  ***
      ***  REWRITING THE CORRUPTION TO THE NEW SUSPENSE.              ***
      ***  EACH REJECT ALSO CARRIES THE SOURCE SYSTEM AND EXTRACT     ***
      ***  DATE OF ITS BATCH, IN WHAT WAS THE SPARE TAIL OF THE       ***
      ***  80-BYTE PART, SO AFM-SUSPENSE-LOAD CAN QUEUE THE REJECTS   ***
      ***  BY SOURCE FOR THE AFMS CORRECTION SCREEN. NO FIELD MOVED,  ***
      ***  SO THE LAYOUT IS STILL '02'; OLDER FILES HAVE THEM BLANK.  ***
      ***------------------------------------------------------------***
       FD  AFM-SUSPENSE-IN.
       01  BSI-SUSPENSE-RECORD.
           05  BSI-AFM                      PIC X(14).
           05  BSI-CUSTOMER-NAME            PIC X(30).
           05  BSI-SOURCE-SYSTEM            PIC X(10).
           05  BSI-EXTRACT-DATE             PIC X(8).
           05  FILLER                       PIC X(18).
           05  BSI-RETURN-CODE              PIC XX.
           05  BSI-REASON                   PIC X(50).
       01  BSI-HEADER-RECORD.
       01  BS-SUSPENSE-RECORD.
           05  BS-AFM                       PIC X(14).
           05  BS-CUSTOMER-NAME             PIC X(30).
           05  BS-SOURCE-SYSTEM             PIC X(10).
           05  BS-EXTRACT-DATE              PIC X(8).
           05  FILLER                       PIC X(18).
           05  BS-RETURN-CODE               PIC XX.
           05  BS-REASON                    PIC X(50).
       01  BS-HEADER-RECORD.
           05  CMS-REG-CHANNEL              PIC X.
           05  CMS-SOURCE-SYSTEM            PIC X(10).
           05  CMS-STATUS-CODE              PIC X.
           05  CMS-STATUS-REASON            PIC XX.
           05  CMS-STATUS-DATE              PIC X(8).
           05  CMS-RELEASED-REASON          PIC XX.
           05  FILLER                       PIC X(8).

      ***------------------------------------------------------------***
      ***  AUDIT-TRAIL RECORD LAYOUT AS WRITTEN BY AFM-VALIDATION     ***
           05  CK-TRAILERS-SEEN             PIC 9(7).
           05  CK-ANY-FAILED                PIC X.
           05  CK-EU-VAT                    PIC 9(7).
           05  CK-HELD                      PIC 9(7).
           05  FILLER                       PIC X(3).
      ***------------------------------------------------------------***
      ***  ONE PER-SOURCE TOTALS ROW, WRITTEN AFTER THE CK-RECORD ON  ***
           05  CKB-INVALID                  PIC 9(7).
           05  CKB-TRAILER-COUNT            PIC 9(7).
           05  CKB-STATUS                   PIC X.
      *        IN REASON-CODE-TABLE ORDER
           05  CKB-REASON-COUNT             PIC 9(7) OCCURS 12 TIMES.

      ***------------------------------------------------------------***
      ***  PER-SOURCE REJECT HISTORY - ONE RECORD PER SOURCE PER      ***
      ***  CHAIN RUN, APPENDED AT END OF JOB AND READ BY              ***
      ***  AFM-REJECT-TREND. THE REASON COUNTS ARE CARRIED WITH THEIR ***
      ***  CODES SO THE TREND JOB NEEDS NO COPY OF REASON-CODE-TABLE. ***
      ***  KEEP IN STEP WITH AFM-REJECT-TREND.                        ***
      ***------------------------------------------------------------***
       FD  REJECT-HISTORY-FILE.
       01  RH-RECORD.
           05  RH-RUN-DATE                  PIC X(8).
           05  RH-RUN-STAMP                 PIC X(14).
           05  RH-SOURCE-SYSTEM             PIC X(10).
           05  RH-EXTRACT-DATE              PIC X(8).
           05  RH-RUN-MODE                  PIC X.
           05  RH-BATCH-STATUS              PIC X.
           05  RH-DETAILS                   PIC 9(7).
           05  RH-VALID                     PIC 9(7).
           05  RH-INVALID                   PIC 9(7).
           05  RH-REASON OCCURS 12 TIMES.
               10  RH-REASON-CODE           PIC XX.
               10  RH-REASON-COUNT          PIC 9(7).
           05  FILLER                       PIC X(9).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
      *            'F' = AT LEAST ONE BATCH FAILED, SPACE = TRAILER
      *            STILL PENDING
               10  BT-STATUS                PIC X.
      *            REJECTIONS BY REASON, IN REASON-CODE-TABLE ORDER
               10  BT-REASON-COUNTS.
                   15  BT-REASON-COUNT      PIC 9(7) COMP
                                            OCCURS 12 TIMES.
       01  WS-SOURCE-NO                     PIC 9(3) COMP VALUE 0.
      ***------------------------------------------------------------***
      ***  THE REJECTION REASON CODES BROKEN OUT PER SOURCE ON THE    ***
      ***  REJECT HISTORY. '99' CATCHES ANY CODE NOT LISTED, SO A NEW ***
      ***  SUBROUTINE CODE IS STILL COUNTED BEFORE IT IS ADDED HERE.  ***
      ***------------------------------------------------------------***
       01  REASON-CODE-VALUES.
           05  FILLER                       PIC X(24)
                   VALUE '101112132030314041506099'.
       01  REASON-CODE-TABLE REDEFINES REASON-CODE-VALUES.
           05  RC-ENTRY OCCURS 12 TIMES INDEXED BY RC-IDX.
               10  RC-CODE                  PIC XX.
       01  WS-RC-NO                         PIC 9(3) COMP VALUE 0.
       01  WS-RPT-NO                        PIC 9(3) COMP VALUE 0.
      *    THE SUSPENSE LAYOUT THIS CUT OF THE JOB WRITES AND READS -
      *    BUMP IT WHENEVER THE SUSPENSE RECORD SHAPE CHANGES AGAIN
           05  CT-INACTIVE                  PIC 9(7) VALUE 0.
           05  CT-BLOCKED                   PIC 9(7) VALUE 0.
           05  CT-EU-VAT                    PIC 9(7) VALUE 0.
      *    ON FILE BUT HELD, SUSPENDED OR CLOSED ('31')
           05  CT-HELD                      PIC 9(7) VALUE 0.
           05  CT-OTHER                     PIC 9(7) VALUE 0.
      *    EXTRACT HEADERS AND TRAILERS SEEN JOB-WIDE - THE BATCH
      *    COUNT ON THE REPORT, AND WHAT MATCH MODE ADDS BACK TO THE
           05  WS-RESTART-COUNT             PIC 9(7) VALUE 0.
           05  WS-SKIP-COUNT                PIC 9(7) VALUE 0.
           05  CHECKPOINT-INTERVAL          PIC 9(7) VALUE 100.
      ***------------------------------------------------------------***
      ***  AFM-RUN-CONTROL CALL PARAMETERS - SEE THAT PROGRAM FOR THE ***
      ***  CONTRACT. THE FOUR TOTALS ARE WHAT THE CHAIN-STATUS REPORT ***
      ***  SHOWS FOR THIS STEP.                                       ***
      ***------------------------------------------------------------***
       01  WS-RUN-CONTROL-PARMS.
           05  WR-FUNCTION                  PIC X.
           05  WR-STEP                      PIC 9    VALUE 1.
           05  WR-RUN-DATE                  PIC X(8) VALUE SPACES.
           05  WR-RETURN-CODE               PIC 9(4) VALUE 0.
           05  WR-TOTALS.
               10  WR-TOTAL OCCURS 4 TIMES.
                   15  WR-TOTAL-LABEL       PIC X(12).
                   15  WR-TOTAL-VALUE       PIC 9(9).
           05  WR-RESULT                    PIC X.
               88  WR-RUN-ALLOWED              VALUE 'Y'.
       01  WS-OUT-STATUS                    PIC XX   VALUE '00'.
       01  WS-IN-STATUS                     PIC XX   VALUE '00'.
       01  WS-PARM-STATUS                   PIC XX   VALUE '00'.
       01  WS-SRT-STATUS                    PIC XX   VALUE '00'.
       01  WS-CMS-STATUS                    PIC XX   VALUE '00'.
       01  WS-BAUD-STATUS                   PIC XX   VALUE '00'.
       01  WS-RH-STATUS                     PIC XX   VALUE '00'.
       01  WS-HISTORY-STAMP.
           05  WS-HISTORY-YYYYMMDDHHMMSS    PIC X(14).
           05  FILLER                       PIC X(7).

       PROCEDURE DIVISION.
       MAIN-RTN.
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           PERFORM READ-PARM-RTN.
           IF NOT SUSPENSE-RERUN-MODE
              PERFORM RUN-CONTROL-START-RTN
           END-IF.
           PERFORM RESTART-RTN.
           EVALUATE TRUE
             WHEN SUSPENSE-RERUN-MODE
      ***  NEVER READ BACKWARDS. THE MASTER RECORD IS NOT ADVANCED    ***
      ***  PAST AN EQUAL KEY, SO REPEATED EXTRACT AFMS ALL SEE THE    ***
      ***  SAME MASTER RECORD. SAME RESULT RULE AS THE SUBROUTINE'S   ***
      ***  DUPLICATE-CHECK-RTN: A HELD/SUSPENDED/CLOSED CUSTOMER IS   ***
      ***  '31' WHATEVER THE NAME; OTHERWISE ON FILE UNDER A          ***
      ***  DIFFERENT NAME IS A DUPLICATE, SAME NAME PASSES - BOTH     ***
      ***  SIDES NORMALISED THROUGH AFM-NAME-NORMALIZE, THE SAME RULE ***
      ***  THE SUBROUTINE AND THE AFMV SCREEN APPLY, SO ALL THREE     ***
      ***  PATHS AGREE ON WHAT COUNTS AS THE SAME CUSTOMER. THE '30'  ***
      ***  AND '31' WORDING MATCHES THE SUBROUTINE'S MESSAGE TABLE SO ***
      ***  THE OUTPUT IS IDENTICAL IN BOTH MODES.                     ***
      ***------------------------------------------------------------***
       SEQ-MATCH-RTN.
           PERFORM READ-MASTER-RTN
                  USING CMS-CUSTOMER-NAME WS-NORM-MASTER-NAME
              CALL 'AFM-NAME-NORMALIZE'
                  USING WC-CUSTOMER-NAME WS-NORM-INPUT-NAME
              IF CMS-STATUS-CODE = 'H' OR 'S' OR 'C'
                 MOVE '31' TO WC-RETURN-CODE
                 MOVE '***AFM ON FILE BUT HELD/SUSPENDED/CLOSED!'
                     TO WC-MESSAGE-TEXT
              ELSE
                 IF WS-NORM-MASTER-NAME NOT = WS-NORM-INPUT-NAME
                    MOVE '30' TO WC-RETURN-CODE
                    MOVE '***AFM ALREADY ON FILE!' TO WC-MESSAGE-TEXT
                 END-IF
              END-IF
           END-IF.

           IF CK-EU-VAT NUMERIC
              MOVE CK-EU-VAT TO CT-EU-VAT
           END-IF.
           IF CK-HELD NUMERIC
              MOVE CK-HELD TO CT-HELD
           END-IF.
           MOVE 0 TO WS-CKB-EOF-SW.
           PERFORM RESTORE-BATCH-ROW-RTN UNTIL WS-CKB-EOF-SW = 1.
           IF WS-HEADER-SEEN-SW = 'Y' AND WS-TRAILER-SEEN-SW NOT = 'Y'
                      MOVE CKB-TRAILER-COUNT
                          TO BT-TRAILER-COUNT(BT-IDX)
                      MOVE CKB-STATUS TO BT-STATUS(BT-IDX)
                      INITIALIZE BT-REASON-COUNTS(BT-IDX)
      *               ROWS FROM A CHECKPOINT TAKEN BEFORE THE REASON
      *               BREAKDOWN EXISTED RESTART WITH IT AT ZERO
                      IF CKB-REASON-COUNT(12) NUMERIC
                         PERFORM RESTORE-REASON-RTN
                             VARYING WS-RC-NO FROM 1 BY 1
                             UNTIL WS-RC-NO > 12
                      END-IF
                   END-IF
           END-READ.

       RESTORE-REASON-RTN.
           MOVE CKB-REASON-COUNT(WS-RC-NO)
               TO BT-REASON-COUNT(BT-IDX, WS-RC-NO).

      ***------------------------------------------------------------***
      ***  ROUTES ONE INPUT RECORD BY TYPE: THE EXTRACT HEADER AND    ***
      ***  TRAILER ARE CAPTURED FOR THE CONTROL REPORT AND THE COUNT  ***
                         MOVE 0 TO BT-INVALID(BT-IDX)
                         MOVE 0 TO BT-TRAILER-COUNT(BT-IDX)
                         MOVE SPACE TO BT-STATUS(BT-IDX)
                         INITIALIZE BT-REASON-COUNTS(BT-IDX)
                         SET WS-SOURCE-NO TO BT-IDX
                      ELSE
                         DISPLAY '***SOURCE TABLE FULL - TOTALS FOR '
      ***  ORIGINAL INPUT LAYOUT WITH THE RETURN CODE AND REASON      ***
      ***  APPENDED. ON A CORRECTION RERUN, ONLY THE RECORDS THAT     ***
      ***  STILL REJECT LAND HERE, SO THE NEW SUSPENSE FILE COMES     ***
      ***  OUT WITH THE WORKED-OFF RECORDS ALREADY CLEARED. THE       ***
      ***  RECORD CARRIES ITS BATCH'S SOURCE AND EXTRACT DATE - ON A  ***
      ***  CORRECTION RERUN, THE ONES IT CAME BACK IN WITH.           ***
      ***------------------------------------------------------------***
       WRITE-SUSPENSE-RTN.
           MOVE SPACES TO BS-SUSPENSE-RECORD.
           MOVE IN-AFM TO BS-AFM.
           MOVE IN-CUSTOMER-NAME TO BS-CUSTOMER-NAME.
           IF SUSPENSE-RERUN-MODE
              MOVE BSI-SOURCE-SYSTEM TO BS-SOURCE-SYSTEM
              MOVE BSI-EXTRACT-DATE TO BS-EXTRACT-DATE
           ELSE
              MOVE WS-SOURCE-SYSTEM TO BS-SOURCE-SYSTEM
              IF WS-SOURCE-NO > 0
                 SET BT-IDX TO WS-SOURCE-NO
                 MOVE BT-EXTRACT-DATE(BT-IDX) TO BS-EXTRACT-DATE
              END-IF
           END-IF.
           MOVE WC-RETURN-CODE TO BS-RETURN-CODE.
           MOVE BO-REASON TO BS-REASON.
           WRITE BS-SUSPENSE-RECORD.
           MOVE CT-HEADERS-SEEN      TO CK-HEADERS-SEEN
           MOVE CT-TRAILERS-SEEN     TO CK-TRAILERS-SEEN
           MOVE WS-ANY-FAILED-SW     TO CK-ANY-FAILED
           MOVE CT-EU-VAT            TO CK-EU-VAT
           MOVE CT-HELD              TO CK-HELD.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CK-RECORD.
           PERFORM WRITE-BATCH-ROW-RTN
           MOVE BT-INVALID(BT-IDX) TO CKB-INVALID.
           MOVE BT-TRAILER-COUNT(BT-IDX) TO CKB-TRAILER-COUNT.
           MOVE BT-STATUS(BT-IDX) TO CKB-STATUS.
           PERFORM SAVE-REASON-RTN
               VARYING WS-RC-NO FROM 1 BY 1
               UNTIL WS-RC-NO > 12.
           WRITE CKB-RECORD.

       SAVE-REASON-RTN.
           MOVE BT-REASON-COUNT(BT-IDX, WS-RC-NO)
               TO CKB-REASON-COUNT(WS-RC-NO).

      ***------------------------------------------------------------***
      ***  TRANSLATES THE SUBROUTINE RETURN CODE INTO THE OUTPUT      ***
      ***  STATUS/CATEGORY FIELDS AND BUMPS THE RIGHT CONTROL-REPORT  ***
               MOVE 'INVALID' TO BO-STATUS
               MOVE WC-MESSAGE-TEXT TO BO-REASON
               ADD 1 TO CT-DUPLICATE
             WHEN '31'
               MOVE 'INVALID' TO BO-STATUS
               MOVE WC-MESSAGE-TEXT TO BO-REASON
               ADD 1 TO CT-HELD
             WHEN '40'
               MOVE 'INVALID' TO BO-STATUS
               MOVE WC-MESSAGE-TEXT TO BO-REASON
                 ADD 1 TO BT-VALID(BT-IDX)
              ELSE
                 ADD 1 TO BT-INVALID(BT-IDX)
                 PERFORM TALLY-REASON-RTN
              END-IF
           END-IF.

      ***------------------------------------------------------------***
      ***  COUNTS ONE REJECTION AGAINST ITS REASON CODE ON THE OPEN   ***
      ***  SOURCE'S ROW (BT-IDX) - AN UNLISTED CODE GOES TO '99'.     ***
      ***------------------------------------------------------------***
       TALLY-REASON-RTN.
           SET RC-IDX TO 1.
           SEARCH RC-ENTRY
               AT END
                   SET RC-IDX TO 12
               WHEN RC-CODE(RC-IDX) = WC-RETURN-CODE
                   CONTINUE
           END-SEARCH.
           SET WS-RC-NO TO RC-IDX.
           ADD 1 TO BT-REASON-COUNT(BT-IDX, WS-RC-NO).

      ***------------------------------------------------------------***
      ***  DISPLAYS THE END-OF-JOB CONTROL REPORT SO THE RECONCILI-   ***
      ***  ATION TEAM CAN SEE THE RUN TOTALS AT A GLANCE               ***
           DISPLAY 'INVALID-CHARS .............. ' CT-CHARS.
           DISPLAY 'INVALID-CHECK-DIGIT ........ ' CT-CHECK-DIGIT.
           DISPLAY 'INVALID-DUPLICATE AFM ...... ' CT-DUPLICATE.
           DISPLAY 'INVALID-HELD/SUSP/CLOSED ... ' CT-HELD.
           DISPLAY 'INVALID-NOT REGISTERED ..... ' CT-NOT-REGISTERED.
           DISPLAY 'INVALID-INACTIVE AFM ....... ' CT-INACTIVE.
           DISPLAY 'INVALID-BLOCKED AFM ........ ' CT-BLOCKED.
           DISPLAY 'INVALID-OTHER/UNKNOWN ...... ' CT-OTHER.
           COMPUTE CT-SUSPENSE-WRITTEN = CT-ZERO-AFM
                 + CT-CHARS-AND-SPACES + CT-SPACES + CT-CHARS
                 + CT-CHECK-DIGIT + CT-DUPLICATE + CT-HELD
                 + CT-NOT-REGISTERED + CT-INACTIVE
                 + CT-BLOCKED + CT-EU-VAT + CT-OTHER.
           DISPLAY 'WRITTEN TO SUSPENSE ........ ' CT-SUSPENSE-WRITTEN.
              PERFORM RECONCILE-RTN
           END-IF.
           PERFORM REPORT-RTN.
           IF NOT SUSPENSE-RERUN-MODE
              PERFORM WRITE-HISTORY-RTN
           END-IF.
           MOVE 0 TO CK-RECORDS-PROCESSED
           MOVE 0 TO CK-VALID
           MOVE 0 TO CK-ZERO-AFM
           MOVE 0 TO CK-HEADERS-SEEN
           MOVE 0 TO CK-TRAILERS-SEEN
           MOVE 'N' TO CK-ANY-FAILED
           MOVE 0 TO CK-EU-VAT
           MOVE 0 TO CK-HELD.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CK-RECORD.
           CLOSE CHECKPOINT-FILE.
                      ' PER-SOURCE TOTALS ABOVE'
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF NOT SUSPENSE-RERUN-MODE
              PERFORM RUN-CONTROL-END-RTN
           END-IF.

      ***------------------------------------------------------------***
      ***  APPENDS ONE REJECT-HISTORY RECORD PER SOURCE MET THIS RUN, ***
      ***  UNDER THE CHAIN DATE. THE HISTORY ONLY FEEDS THE TREND     ***
      ***  JOB, SO A FILE PROBLEM IS FLAGGED (RETURN CODE 8) BUT      ***
      ***  DOES NOT UNDO THE VALIDATION WORK ALREADY WRITTEN.         ***
      ***------------------------------------------------------------***
       WRITE-HISTORY-RTN.
           IF BT-COUNT > 0
              MOVE FUNCTION CURRENT-DATE TO WS-HISTORY-STAMP
              OPEN EXTEND REJECT-HISTORY-FILE
              IF WS-RH-STATUS = '35'
                 OPEN OUTPUT REJECT-HISTORY-FILE
              END-IF
              IF WS-RH-STATUS NOT = '00'
                 DISPLAY '***REJECT-HISTORY-FILE OPEN FAILED - STATUS '
                         WS-RH-STATUS ' - HISTORY NOT RECORDED'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM WRITE-HISTORY-ROW-RTN
                     VARYING WS-RPT-NO FROM 1 BY 1
                     UNTIL WS-RPT-NO > BT-COUNT
                 CLOSE REJECT-HISTORY-FILE
              END-IF
           END-IF.

       WRITE-HISTORY-ROW-RTN.
           SET BT-IDX TO WS-RPT-NO.
           MOVE SPACES TO RH-RECORD.
           MOVE WR-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-HISTORY-YYYYMMDDHHMMSS TO RH-RUN-STAMP.
           MOVE BT-SOURCE-SYSTEM(BT-IDX) TO RH-SOURCE-SYSTEM.
           MOVE BT-EXTRACT-DATE(BT-IDX) TO RH-EXTRACT-DATE.
           MOVE WS-RUN-MODE TO RH-RUN-MODE.
           MOVE BT-STATUS(BT-IDX) TO RH-BATCH-STATUS.
           MOVE BT-DETAILS(BT-IDX) TO RH-DETAILS.
           MOVE BT-VALID(BT-IDX) TO RH-VALID.
           MOVE BT-INVALID(BT-IDX) TO RH-INVALID.
           PERFORM HISTORY-REASON-RTN
               VARYING WS-RC-NO FROM 1 BY 1
               UNTIL WS-RC-NO > 12.
           WRITE RH-RECORD.
           IF WS-RH-STATUS NOT = '00'
              DISPLAY '***REJECT-HISTORY-FILE WRITE FAILED FOR '
                      RH-SOURCE-SYSTEM ' - STATUS ' WS-RH-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.

       HISTORY-REASON-RTN.
           MOVE RC-CODE(WS-RC-NO) TO RH-REASON-CODE(WS-RC-NO).
           MOVE BT-REASON-COUNT(BT-IDX, WS-RC-NO)
               TO RH-REASON-COUNT(WS-RC-NO).

      ***------------------------------------------------------------***
      ***  CHAIN START CHECK - OPENS (OR, AFTER AN ABEND, RESUMES)    ***
      ***  TODAY'S CHAIN ON THE LEDGER. A REFUSAL IS EXPLAINED BY     ***
      ***  AFM-RUN-CONTROL AND STOPS THE JOB BEFORE ANY FILE IS       ***
      ***  OPENED.                                                    ***
      ***------------------------------------------------------------***
       RUN-CONTROL-START-RTN.
           MOVE 'S' TO WR-FUNCTION.
           CALL 'AFM-RUN-CONTROL' USING WR-FUNCTION WR-STEP
                                        WR-RUN-DATE WR-RETURN-CODE
                                        WR-TOTALS WR-RESULT.
           IF NOT WR-RUN-ALLOWED
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ***------------------------------------------------------------***
      ***  CHAIN END - POSTS THE RETURN CODE AND THE CONTROL TOTALS.  ***
      ***  CALLED AFTER THE REPORT, WHICH DERIVES THE SUSPENSE TOTAL. ***
      ***------------------------------------------------------------***
       RUN-CONTROL-END-RTN.
           MOVE 'E' TO WR-FUNCTION.
           MOVE RETURN-CODE TO WR-RETURN-CODE.
           MOVE 'DETAIL READ' TO WR-TOTAL-LABEL(1).
           MOVE CT-DETAIL-READ TO WR-TOTAL-VALUE(1).
           MOVE 'VALID' TO WR-TOTAL-LABEL(2).
           MOVE CT-VALID TO WR-TOTAL-VALUE(2).
           MOVE 'SUSPENSE' TO WR-TOTAL-LABEL(3).
           MOVE CT-SUSPENSE-WRITTEN TO WR-TOTAL-VALUE(3).
           MOVE 'FOREIGN EU' TO WR-TOTAL-LABEL(4).
           MOVE CT-EU-VAT TO WR-TOTAL-VALUE(4).
           CALL 'AFM-RUN-CONTROL' USING WR-FUNCTION WR-STEP
                                        WR-RUN-DATE WR-RETURN-CODE
                                        WR-TOTALS WR-RESULT.
      *    THE CALL LEAVES ITS OWN RETURN CODE IN RETURN-CODE - PUT
      *    THIS STEP'S BACK SO THE SCHEDULER SEES IT
           MOVE WR-RETURN-CODE TO RETURN-CODE.

      ***------------------------------------------------------------***
      ***  END-OF-INPUT BATCH CHECKS - EACH TRAILER WAS ALREADY       ***
