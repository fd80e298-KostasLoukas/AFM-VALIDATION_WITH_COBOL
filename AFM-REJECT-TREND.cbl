       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-REJECT-TREND.
      ***------------------------------------------------------------***
      ***  REJECT-RATE TREND - READS THE AFMRHST HISTORY THAT EVERY   ***
      ***  AFM-BATCH-VALIDATION CHAIN RUN APPENDS (ONE RECORD PER     ***
      ***  SOURCE SYSTEM, WITH ITS REJECTIONS BROKEN OUT BY REASON    ***
      ***  CODE) AND, FOR EACH SOURCE, COMPARES ITS LATEST RUN WITH   ***
      ***  ITS OWN ROLLING AVERAGE OVER THE RUNS BEFORE IT. A SOURCE  ***
      ***  WHOSE TOTAL REJECT RATE, OR THE RATE OF ANY SINGLE REASON  ***
      ***  CODE ('20' CHECK DIGIT, '40' NOT REGISTERED, ...), IS WELL ***
      ***  ABOVE ITS NORMAL IS PRINTED AND WRITTEN TO THE AFMRALT     ***
      ***  ALERT FILE FOR OPERATIONS TO FORWARD TO THE SOURCE TEAM -  ***
      ***  SO A BROKEN UPSTREAM EXTRACT SHOWS UP THE NEXT MORNING.    ***
      ***  A LATEST BATCH THAT FAILED ITS TRAILER RECONCILIATION, OR  ***
      ***  CAME IN EMPTY FROM A SOURCE THAT NORMALLY SENDS RECORDS,   ***
      ***  IS ALERTED THE SAME WAY.                                   ***
      ***  RATES ARE PER CENT OF THE RECORDS VALIDATED, AND THE       ***
      ***  AVERAGE IS WEIGHTED BY VOLUME (TOTAL REJECTS OVER TOTAL    ***
      ***  VALIDATED ACROSS THE WINDOW), SO ONE TINY BATCH DOES NOT   ***
      ***  SKEW A SOURCE'S NORMAL. A RATE IS AN OUTLIER WHEN IT IS AT ***
      ***  LEAST THE MULTIPLIER TIMES THE AVERAGE AND ALSO AT LEAST   ***
      ***  THE MINIMUM GAP ABOVE IT - THE GAP KEEPS A SOURCE THAT     ***
      ***  NORMALLY REJECTS 0.01% FROM ALERTING ON TWO BAD RECORDS.   ***
      ***  THREE SYSIN LINES, EACH BLANK FOR THE HOUSE DEFAULT BELOW: ***
      ***    1 - WINDOW, IN EARLIER RUNS PER SOURCE (3 DIGITS)        ***
      ***    2 - MULTIPLIER IN TENTHS (3 DIGITS, '030' = 3.0 TIMES)   ***
      ***    3 - MINIMUM GAP IN HUNDREDTHS OF A PER CENT POINT        ***
      ***        (4 DIGITS, '0100' = 1.00 POINTS)                     ***
      ***  THE JOB ENDS WITH RETURN CODE 8 WHEN IT RAISES AN ALERT,   ***
      ***  SO THE MORNING SHIFT CANNOT MISS IT.                       ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-HISTORY-FILE  ASSIGN TO AFMRHST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.
           SELECT HISTORY-SORT-FILE    ASSIGN TO SORTWK01.
           SELECT SORTED-HISTORY-FILE  ASSIGN TO AFMRHSR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.
           SELECT REJECT-ALERT-FILE    ASSIGN TO AFMRALT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ***------------------------------------------------------------***
      ***  PER-SOURCE REJECT HISTORY AS APPENDED BY AFM-BATCH-        ***
      ***  VALIDATION - KEEP IN STEP WITH IT. ONLY SORTED HERE.       ***
      ***------------------------------------------------------------***
       FD  REJECT-HISTORY-FILE.
       01  RH-RECORD                        PIC X(180).

      ***------------------------------------------------------------***
      ***  SORTED BY SOURCE AND THEN NEWEST RUN FIRST, SO EACH        ***
      ***  SOURCE'S GROUP STARTS WITH ITS LATEST RUN AND THE WINDOW   ***
      ***  IS SIMPLY THE NEXT N RECORDS OF THE GROUP.                 ***
      ***------------------------------------------------------------***
       SD  HISTORY-SORT-FILE.
       01  HS-SORT-RECORD.
           05  HS-RUN-DATE                  PIC X(8).
           05  HS-RUN-STAMP                 PIC X(14).
           05  HS-SOURCE-SYSTEM             PIC X(10).
           05  FILLER                       PIC X(148).

       FD  SORTED-HISTORY-FILE.
       01  SH-RECORD.
           05  SH-RUN-DATE                  PIC X(8).
           05  SH-RUN-STAMP                 PIC X(14).
           05  SH-SOURCE-SYSTEM             PIC X(10).
           05  SH-EXTRACT-DATE              PIC X(8).
           05  SH-RUN-MODE                  PIC X.
      *        'G' = RECONCILED, 'F' = FAILED, SPACE = NO TRAILER
           05  SH-BATCH-STATUS              PIC X.
           05  SH-DETAILS                   PIC 9(7).
           05  SH-VALID                     PIC 9(7).
           05  SH-INVALID                   PIC 9(7).
           05  SH-REASON OCCURS 12 TIMES.
               10  SH-REASON-CODE           PIC XX.
               10  SH-REASON-COUNT          PIC 9(7).
           05  FILLER                       PIC X(9).

      ***------------------------------------------------------------***
      ***  ONE ALERT PER OUTLIER, REWRITTEN EACH RUN. RA-MEASURE IS   ***
      ***  'ALL' FOR THE TOTAL REJECT RATE, THE REASON CODE FOR A     ***
      ***  SINGLE REASON, 'BAT' FOR A BATCH THAT FAILED ITS TRAILER   ***
      ***  RECONCILIATION AND 'NIL' FOR AN EMPTY EXTRACT.             ***
      ***------------------------------------------------------------***
       FD  REJECT-ALERT-FILE.
       01  RA-RECORD.
           05  RA-ALERT-DATE                PIC X(8).
           05  RA-SOURCE-SYSTEM             PIC X(10).
           05  RA-RUN-DATE                  PIC X(8).
           05  RA-EXTRACT-DATE              PIC X(8).
           05  RA-MEASURE                   PIC X(3).
           05  RA-LATEST-COUNT              PIC 9(7).
           05  RA-VALIDATED                 PIC 9(7).
           05  RA-LATEST-RATE               PIC 9(3)V99.
           05  RA-AVERAGE-RATE              PIC 9(3)V99.
           05  RA-WINDOW-RUNS               PIC 9(3).
           05  RA-TEXT                      PIC X(50).
           05  FILLER                       PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  EOF-SW                       PIC 9    VALUE 0.
               88  END-OF-HISTORY              VALUE 1.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYYMMDD              PIC X(8).
           05  FILLER                       PIC X(13).
      ***------------------------------------------------------------***
      ***  OPERATOR PARAMETERS, AS KEYED AND AS USED.                 ***
      ***------------------------------------------------------------***
       01  WS-PARAMETERS.
           05  WS-PARM-WINDOW               PIC X(3) VALUE SPACES.
           05  WS-PARM-MULTIPLIER           PIC X(3) VALUE SPACES.
           05  WS-PARM-MIN-GAP              PIC X(4) VALUE SPACES.
           05  WS-WINDOW-RUNS               PIC 9(3) VALUE 0.
           05  WS-MULTIPLIER                PIC 9(2)V9 VALUE 0.
           05  WS-MIN-GAP                   PIC 9(2)V99 VALUE 0.
       01  WS-REPORT-CONTROLS.
           05  DEFAULT-WINDOW-RUNS          PIC 9(3) VALUE 10.
           05  DEFAULT-MULTIPLIER           PIC 9(2)V9 VALUE 3.0.
           05  DEFAULT-MIN-GAP              PIC 9(2)V99 VALUE 1.00.
      *    FEWER EARLIER RUNS THAN THIS IS NOT YET A NORMAL TO JUDGE
      *    A SOURCE AGAINST - IT IS LISTED, NOT ALERTED
           05  MIN-BASELINE-RUNS            PIC 9(3) COMP VALUE 3.
      ***------------------------------------------------------------***
      ***  THE SOURCE BEING JUDGED - ITS LATEST RUN, AND THE TOTALS   ***
      ***  OF THE WINDOW OF RUNS BEFORE IT. TR-WINDOW-COUNT IS KEPT   ***
      ***  AGAINST THE LATEST RUN'S REASON CODES, SO AN OLDER RUN     ***
      ***  WITH ITS CODES IN ANOTHER ORDER STILL ADDS UP RIGHT.       ***
      ***------------------------------------------------------------***
       01  WS-SOURCE-STATE.
           05  WS-CURRENT-SOURCE            PIC X(10) VALUE SPACES.
           05  WS-LATEST-RUN-DATE           PIC X(8).
           05  WS-LATEST-EXTRACT-DATE       PIC X(8).
           05  WS-LATEST-STATUS             PIC X.
           05  WS-LATEST-VALIDATED          PIC 9(7) COMP.
           05  WS-LATEST-INVALID            PIC 9(7) COMP.
           05  WS-WINDOW-COUNT              PIC 9(3) COMP.
           05  WS-WINDOW-VALIDATED          PIC 9(9) COMP.
           05  WS-WINDOW-INVALID            PIC 9(9) COMP.
       01  TREND-REASON-TABLE.
           05  TR-ENTRY OCCURS 12 TIMES INDEXED BY TR-IDX.
               10  TR-REASON-CODE           PIC XX.
               10  TR-LATEST-COUNT          PIC 9(7) COMP.
               10  TR-WINDOW-COUNT          PIC 9(9) COMP.
       01  WS-SH-NO                         PIC 9(3) COMP VALUE 0.
      ***------------------------------------------------------------***
      ***  ONE MEASURE BEING TESTED (TOTAL OR ONE REASON CODE).       ***
      ***------------------------------------------------------------***
       01  WS-MEASURE-FIELDS.
           05  WS-MEASURE                   PIC X(3).
           05  WS-MEASURE-COUNT             PIC 9(7).
           05  WS-MEASURE-WINDOW-COUNT      PIC 9(9).
           05  WS-LATEST-RATE               PIC 9(3)V9(4).
           05  WS-AVERAGE-RATE              PIC 9(3)V9(4).
           05  WS-RATE-LIMIT                PIC 9(5)V9(4).
           05  WS-ALERT-TEXT                PIC X(50).
       01  WS-LATEST-RATE-ED                PIC ZZ9.99.
       01  WS-AVERAGE-RATE-ED               PIC ZZ9.99.
       01  WS-MULTIPLIER-ED                 PIC Z9.9.
       01  WS-MIN-GAP-ED                    PIC Z9.99.
       01  WS-REPORT-COUNTERS               COMP.
           05  CT-HISTORY-READ              PIC 9(7) VALUE 0.
           05  CT-SOURCES                   PIC 9(5) VALUE 0.
           05  CT-NO-BASELINE               PIC 9(5) VALUE 0.
           05  CT-SOURCES-ALERTED           PIC 9(5) VALUE 0.
           05  CT-ALERTS                    PIC 9(7) VALUE 0.
           05  CT-SOURCE-ALERTS             PIC 9(5) VALUE 0.
       01  WS-RH-STATUS                     PIC XX   VALUE '00'.
       01  WS-SH-STATUS                     PIC XX   VALUE '00'.
       01  WS-RA-STATUS                     PIC XX   VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM INITIALIZE-RTN.
           PERFORM PROCESS-RTN UNTIL END-OF-HISTORY.
           PERFORM TERMINATE-RTN.
           GOBACK.

      ***------------------------------------------------------------***
      ***  TAKES THE PARAMETERS, SORTS THE HISTORY SOURCE BY SOURCE,  ***
      ***  NEWEST RUN FIRST, AND OPENS THE SORTED COPY AND THE ALERT  ***
      ***  FILE.                                                      ***
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           PERFORM READ-PARAMETERS-RTN.
           OPEN INPUT REJECT-HISTORY-FILE.
           IF WS-RH-STATUS NOT = '00'
              DISPLAY '***REJECT-HISTORY-FILE OPEN FAILED - STATUS '
                      WS-RH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE REJECT-HISTORY-FILE.
           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY HS-SOURCE-SYSTEM
               ON DESCENDING KEY HS-RUN-STAMP
               USING REJECT-HISTORY-FILE
               GIVING SORTED-HISTORY-FILE.
           OPEN INPUT SORTED-HISTORY-FILE.
           IF WS-SH-STATUS NOT = '00'
              DISPLAY '***SORTED-HISTORY-FILE OPEN FAILED - STATUS '
                      WS-SH-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-ALERT-FILE.
           IF WS-RA-STATUS NOT = '00'
              DISPLAY '***REJECT-ALERT-FILE OPEN FAILED - STATUS '
                      WS-RA-STATUS
              CLOSE SORTED-HISTORY-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'AFM REJECT-RATE TREND - ' WS-RUN-YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY 'WINDOW (EARLIER RUNS) ...... ' WS-WINDOW-RUNS.
           MOVE WS-MULTIPLIER TO WS-MULTIPLIER-ED.
           MOVE WS-MIN-GAP TO WS-MIN-GAP-ED.
           DISPLAY 'ALERT AT AVERAGE TIMES ..... ' WS-MULTIPLIER-ED.
           DISPLAY 'AND AT LEAST POINTS ABOVE .. ' WS-MIN-GAP-ED.
           DISPLAY ' '.
           PERFORM READ-HISTORY-RTN.

      ***------------------------------------------------------------***
      ***  ONE SYSIN LINE PER PARAMETER, BLANK FOR THE DEFAULT, THE   ***
      ***  SAME WAY AFM-MAINT-APPROVE TAKES ITS PENDING-DAYS LINE.    ***
      ***------------------------------------------------------------***
       READ-PARAMETERS-RTN.
           ACCEPT WS-PARM-WINDOW.
           ACCEPT WS-PARM-MULTIPLIER.
           ACCEPT WS-PARM-MIN-GAP.
           EVALUATE TRUE
             WHEN WS-PARM-WINDOW = SPACES
               MOVE DEFAULT-WINDOW-RUNS TO WS-WINDOW-RUNS
             WHEN WS-PARM-WINDOW IS NUMERIC
               MOVE WS-PARM-WINDOW TO WS-WINDOW-RUNS
             WHEN OTHER
               DISPLAY '***WINDOW PARAMETER ' WS-PARM-WINDOW
                       ' IS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           EVALUATE TRUE
             WHEN WS-PARM-MULTIPLIER = SPACES
               MOVE DEFAULT-MULTIPLIER TO WS-MULTIPLIER
             WHEN WS-PARM-MULTIPLIER IS NUMERIC
               MOVE WS-PARM-MULTIPLIER TO WS-MULTIPLIER(1:3)
             WHEN OTHER
               DISPLAY '***MULTIPLIER PARAMETER ' WS-PARM-MULTIPLIER
                       ' IS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           EVALUATE TRUE
             WHEN WS-PARM-MIN-GAP = SPACES
               MOVE DEFAULT-MIN-GAP TO WS-MIN-GAP
             WHEN WS-PARM-MIN-GAP IS NUMERIC
               MOVE WS-PARM-MIN-GAP TO WS-MIN-GAP(1:4)
             WHEN OTHER
               DISPLAY '***MINIMUM-GAP PARAMETER ' WS-PARM-MIN-GAP
                       ' IS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE = 0 AND WS-WINDOW-RUNS = 0
              DISPLAY '***WINDOW PARAMETER MUST BE AT LEAST 001'
              MOVE 16 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 16
              STOP RUN
           END-IF.

      ***------------------------------------------------------------***
      ***  THE FIRST RECORD OF A SOURCE IS ITS LATEST RUN; THE NEXT   ***
      ***  WINDOW-RUNS RECORDS ARE ITS NORMAL, AND ANY OLDER ONES ARE ***
      ***  PASSED OVER.                                               ***
      ***------------------------------------------------------------***
       PROCESS-RTN.
           IF CT-SOURCES = 0 OR SH-SOURCE-SYSTEM NOT = WS-CURRENT-SOURCE
              IF CT-SOURCES > 0
                 PERFORM JUDGE-SOURCE-RTN
              END-IF
              PERFORM START-SOURCE-RTN
           ELSE
              IF WS-WINDOW-COUNT < WS-WINDOW-RUNS
                 PERFORM ADD-WINDOW-RTN
              END-IF
           END-IF.
           PERFORM READ-HISTORY-RTN.

       START-SOURCE-RTN.
           ADD 1 TO CT-SOURCES.
           MOVE SH-SOURCE-SYSTEM TO WS-CURRENT-SOURCE.
           MOVE SH-RUN-DATE TO WS-LATEST-RUN-DATE.
           MOVE SH-EXTRACT-DATE TO WS-LATEST-EXTRACT-DATE.
           MOVE SH-BATCH-STATUS TO WS-LATEST-STATUS.
           COMPUTE WS-LATEST-VALIDATED = SH-VALID + SH-INVALID.
           MOVE SH-INVALID TO WS-LATEST-INVALID.
           MOVE 0 TO WS-WINDOW-COUNT.
           MOVE 0 TO WS-WINDOW-VALIDATED.
           MOVE 0 TO WS-WINDOW-INVALID.
           PERFORM START-REASON-RTN
               VARYING TR-IDX FROM 1 BY 1
               UNTIL TR-IDX > 12.

       START-REASON-RTN.
           SET WS-SH-NO TO TR-IDX.
           MOVE SH-REASON-CODE(WS-SH-NO) TO TR-REASON-CODE(TR-IDX).
           MOVE SH-REASON-COUNT(WS-SH-NO) TO TR-LATEST-COUNT(TR-IDX).
           MOVE 0 TO TR-WINDOW-COUNT(TR-IDX).

       ADD-WINDOW-RTN.
           ADD 1 TO WS-WINDOW-COUNT.
           ADD SH-VALID SH-INVALID TO WS-WINDOW-VALIDATED.
           ADD SH-INVALID TO WS-WINDOW-INVALID.
           PERFORM ADD-WINDOW-REASON-RTN
               VARYING WS-SH-NO FROM 1 BY 1
               UNTIL WS-SH-NO > 12.

       ADD-WINDOW-REASON-RTN.
           SET TR-IDX TO 1.
           SEARCH TR-ENTRY
               AT END
                   CONTINUE
               WHEN TR-REASON-CODE(TR-IDX) = SH-REASON-CODE(WS-SH-NO)
                   ADD SH-REASON-COUNT(WS-SH-NO)
                       TO TR-WINDOW-COUNT(TR-IDX)
           END-SEARCH.

      ***------------------------------------------------------------***
      ***  JUDGES ONE SOURCE'S LATEST RUN AGAINST ITS WINDOW.         ***
      ***------------------------------------------------------------***
       JUDGE-SOURCE-RTN.
           MOVE 0 TO CT-SOURCE-ALERTS.
           MOVE 'ALL' TO WS-MEASURE.
           MOVE WS-LATEST-INVALID TO WS-MEASURE-COUNT.
           MOVE WS-WINDOW-INVALID TO WS-MEASURE-WINDOW-COUNT.
           PERFORM COMPUTE-RATES-RTN.
           DISPLAY 'SOURCE ' WS-CURRENT-SOURCE
                   ' RUN ' WS-LATEST-RUN-DATE
                   ' REJECTED ' WS-LATEST-RATE-ED
                   '% AVERAGE ' WS-AVERAGE-RATE-ED
                   '% OVER ' WS-WINDOW-COUNT ' RUNS'.
           IF WS-LATEST-STATUS NOT = 'G'
              MOVE 'BAT' TO WS-MEASURE
              MOVE 'BATCH FAILED RECONCILIATION - RETRANSMIT'
                  TO WS-ALERT-TEXT
              PERFORM WRITE-ALERT-RTN
           END-IF.
           IF WS-WINDOW-COUNT < MIN-BASELINE-RUNS
              ADD 1 TO CT-NO-BASELINE
              DISPLAY '  NO BASELINE YET - ONLY ' WS-WINDOW-COUNT
                      ' EARLIER RUNS'
           ELSE
              IF WS-LATEST-VALIDATED = 0 AND WS-WINDOW-VALIDATED > 0
                 MOVE 'NIL' TO WS-MEASURE
                 MOVE 'EMPTY EXTRACT - SOURCE NORMALLY SENDS RECORDS'
                     TO WS-ALERT-TEXT
                 PERFORM WRITE-ALERT-RTN
              END-IF
              MOVE 'ALL' TO WS-MEASURE
              MOVE 'TOTAL REJECT RATE WELL ABOVE NORMAL'
                  TO WS-ALERT-TEXT
              PERFORM TEST-OUTLIER-RTN
              PERFORM JUDGE-REASON-RTN
                  VARYING TR-IDX FROM 1 BY 1
                  UNTIL TR-IDX > 12
           END-IF.
           IF CT-SOURCE-ALERTS > 0
              ADD 1 TO CT-SOURCES-ALERTED
           END-IF.

       JUDGE-REASON-RTN.
           IF TR-REASON-CODE(TR-IDX) NOT = SPACES
              AND TR-LATEST-COUNT(TR-IDX) > 0
              MOVE TR-REASON-CODE(TR-IDX) TO WS-MEASURE
              MOVE TR-LATEST-COUNT(TR-IDX) TO WS-MEASURE-COUNT
              MOVE TR-WINDOW-COUNT(TR-IDX) TO WS-MEASURE-WINDOW-COUNT
              MOVE SPACES TO WS-ALERT-TEXT
              STRING 'REASON ' TR-REASON-CODE(TR-IDX)
                     ' REJECT RATE WELL ABOVE NORMAL'
                     DELIMITED BY SIZE INTO WS-ALERT-TEXT
              PERFORM COMPUTE-RATES-RTN
              PERFORM TEST-OUTLIER-RTN
           END-IF.

      ***------------------------------------------------------------***
      ***  LATEST AND WINDOW-AVERAGE RATES, IN PER CENT, FOR THE      ***
      ***  MEASURE IN HAND. NOTHING VALIDATED MEANS A RATE OF ZERO.   ***
      ***------------------------------------------------------------***
       COMPUTE-RATES-RTN.
           MOVE 0 TO WS-LATEST-RATE.
           MOVE 0 TO WS-AVERAGE-RATE.
           IF WS-LATEST-VALIDATED > 0
              COMPUTE WS-LATEST-RATE ROUNDED =
                  WS-MEASURE-COUNT * 100 / WS-LATEST-VALIDATED
           END-IF.
           IF WS-WINDOW-VALIDATED > 0
              COMPUTE WS-AVERAGE-RATE ROUNDED =
                  WS-MEASURE-WINDOW-COUNT * 100 / WS-WINDOW-VALIDATED
           END-IF.
           MOVE WS-LATEST-RATE TO WS-LATEST-RATE-ED.
           MOVE WS-AVERAGE-RATE TO WS-AVERAGE-RATE-ED.

      ***------------------------------------------------------------***
      ***  AN OUTLIER IS AT LEAST MULTIPLIER TIMES THE AVERAGE AND AT ***
      ***  LEAST THE MINIMUM GAP ABOVE IT.                            ***
      ***------------------------------------------------------------***
       TEST-OUTLIER-RTN.
           COMPUTE WS-RATE-LIMIT = WS-AVERAGE-RATE * WS-MULTIPLIER.
           IF WS-LATEST-RATE > WS-AVERAGE-RATE
              AND WS-LATEST-RATE >= WS-RATE-LIMIT
              AND WS-LATEST-RATE - WS-AVERAGE-RATE >= WS-MIN-GAP
              PERFORM WRITE-ALERT-RTN
           END-IF.

       WRITE-ALERT-RTN.
           ADD 1 TO CT-ALERTS.
           ADD 1 TO CT-SOURCE-ALERTS.
           MOVE SPACES TO RA-RECORD.
           MOVE WS-RUN-YYYYMMDD TO RA-ALERT-DATE.
           MOVE WS-CURRENT-SOURCE TO RA-SOURCE-SYSTEM.
           MOVE WS-LATEST-RUN-DATE TO RA-RUN-DATE.
           MOVE WS-LATEST-EXTRACT-DATE TO RA-EXTRACT-DATE.
           MOVE WS-MEASURE TO RA-MEASURE.
           MOVE WS-LATEST-VALIDATED TO RA-VALIDATED.
           MOVE WS-WINDOW-COUNT TO RA-WINDOW-RUNS.
           MOVE WS-ALERT-TEXT TO RA-TEXT.
           IF WS-MEASURE = 'BAT' OR WS-MEASURE = 'NIL'
              MOVE 0 TO RA-LATEST-COUNT
              MOVE 0 TO RA-LATEST-RATE
              MOVE 0 TO RA-AVERAGE-RATE
              DISPLAY '  ***ALERT ' WS-ALERT-TEXT
           ELSE
              MOVE WS-MEASURE-COUNT TO RA-LATEST-COUNT
              COMPUTE RA-LATEST-RATE ROUNDED = WS-LATEST-RATE
              COMPUTE RA-AVERAGE-RATE ROUNDED = WS-AVERAGE-RATE
              DISPLAY '  ***ALERT ' WS-ALERT-TEXT
              DISPLAY '     LATEST ' WS-LATEST-RATE-ED
                      '% (' WS-MEASURE-COUNT ' OF '
                      WS-LATEST-VALIDATED ') AVERAGE '
                      WS-AVERAGE-RATE-ED '%'
           END-IF.
           WRITE RA-RECORD.
           IF WS-RA-STATUS NOT = '00'
              DISPLAY '***REJECT-ALERT-FILE WRITE FAILED - STATUS '
                      WS-RA-STATUS
              CLOSE SORTED-HISTORY-FILE
              CLOSE REJECT-ALERT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-HISTORY-RTN.
           IF NOT END-OF-HISTORY
              READ SORTED-HISTORY-FILE
                  AT END
                      MOVE 1 TO EOF-SW
                  NOT AT END
                      ADD 1 TO CT-HISTORY-READ
              END-READ
           END-IF.

       REPORT-RTN.
           DISPLAY ' '.
           DISPLAY '===================================='.
           DISPLAY 'HISTORY RECORDS READ ....... ' CT-HISTORY-READ.
           DISPLAY 'SOURCES ON HISTORY ......... ' CT-SOURCES.
           DISPLAY 'SOURCES WITHOUT BASELINE ... ' CT-NO-BASELINE.
           DISPLAY 'SOURCES ALERTED ............ ' CT-SOURCES-ALERTED.
           DISPLAY 'ALERTS WRITTEN ............. ' CT-ALERTS.
           IF CT-ALERTS > 0
              DISPLAY '***REJECT-RATE ALERTS RAISED - FORWARD AFMRALT '
                      'TO THE SOURCE TEAMS'
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY '===================================='.

       TERMINATE-RTN.
           IF CT-SOURCES > 0
              PERFORM JUDGE-SOURCE-RTN
           END-IF.
           CLOSE SORTED-HISTORY-FILE
           CLOSE REJECT-ALERT-FILE.
           PERFORM REPORT-RTN.
       END PROGRAM AFM-REJECT-TREND.
