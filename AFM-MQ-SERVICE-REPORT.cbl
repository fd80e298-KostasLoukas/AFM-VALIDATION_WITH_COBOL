       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-MQ-SERVICE-REPORT.
      ***------------------------------------------------------------***
      ***  DAILY VOLUME AND LATENCY REPORT FOR THE AFMR VALIDATION    ***
      ***  SERVICE. READS THE AFMMQLG SERVICE LOG WRITTEN BY AFM-MQ-  ***
      ***  SERVICE, ONE RECORD PER MESSAGE TAKEN OFF THE REQUEST      ***
      ***  QUEUE, AND FOR ONE DAY REPORTS PER REQUESTING SYSTEM:      ***
      ***    - REQUESTS RECEIVED, ANSWERED AND DEAD-LETTERED          ***
      ***    - ANSWERS BY RESULT (VALID, FOREIGN EU VAT, INVALID)     ***
      ***    - AVERAGE AND LONGEST REQUEST-TO-REPLY TIME IN           ***
      ***      MILLISECONDS, AND HOW MANY ANSWERS TOOK LONGER THAN    ***
      ***      THE TARGET                                             ***
      ***  AND LISTS EVERY DEAD-LETTERED MESSAGE, JUST ABOVE ITS      ***
      ***  SYSTEM'S LINE, WITH ITS TIME, CORRELATION ID AND REASON.   ***
      ***  A MESSAGE THAT DID NOT NAME ITS SYSTEM IS REPORTED UNDER   ***
      ***  THE MQ USER ID THAT PUT IT. THE DAY IS THE CICS DATE THE   ***
      ***  MESSAGE WAS TAKEN OFF THE QUEUE; THE LATENCY IS FROM THE   ***
      ***  REQUEST'S PUT TO THE REPLY'S PUT, SO IT INCLUDES THE TIME  ***
      ***  SPENT WAITING ON THE QUEUE.                                ***
      ***  SYSIN, ONE LINE EACH, BLANK FOR THE DEFAULT:               ***
      ***    - THE DAY, YYYYMMDD (DEFAULT TODAY)                      ***
      ***    - THE LATENCY TARGET IN MILLISECONDS, FIVE DIGITS        ***
      ***      (DEFAULT 02000)                                        ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SERVICE-LOG     ASSIGN TO AFMMQLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SV-STATUS.
           SELECT LOG-SORT-FILE        ASSIGN TO SORTWK01.
           SELECT SORTED-FILE          ASSIGN TO AFMMSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ***------------------------------------------------------------***
      ***  SERVICE-LOG RECORD LAYOUT AS WRITTEN BY AFM-MQ-SERVICE -   ***
      ***  KEEP IN STEP WITH IT.                                      ***
      ***------------------------------------------------------------***
       FD  SERVICE-LOG.
       01  SV-RECORD.
           05  SV-TIMESTAMP                 PIC X(21).
           05  SV-REQUESTING-SYSTEM         PIC X(8).
           05  SV-CORRELATION-ID            PIC X(24).
           05  SV-AFM-NUMBER                PIC X(14).
      *        'R' = REPLIED, 'D' = DEAD-LETTERED
           05  SV-DISPOSAL                  PIC X.
           05  SV-RETURN-CODE               PIC XX.
           05  SV-DLQ-REASON-CODE           PIC 99.
           05  SV-DLQ-REASON                PIC X(36).
           05  SV-REQUEST-PUT-DATE          PIC X(8).
           05  SV-REQUEST-PUT-TIME          PIC X(8).
           05  SV-REPLY-PUT-DATE            PIC X(8).
           05  SV-REPLY-PUT-TIME            PIC X(8).
           05  SV-LATENCY-MS                PIC 9(8).
           05  FILLER                       PIC X(2).

      *    THE DAY'S RECORDS BY SYSTEM, IN THE ORDER THEY WERE TAKEN
       SD  LOG-SORT-FILE.
       01  LS-SORT-RECORD.
           05  LS-TIMESTAMP                 PIC X(21).
           05  LS-REQUESTING-SYSTEM         PIC X(8).
           05  FILLER                       PIC X(121).

       FD  SORTED-FILE.
       01  MS-RECORD.
           05  MS-TIMESTAMP.
               10  MS-DATE                  PIC X(8).
               10  MS-HH                    PIC XX.
               10  MS-MI                    PIC XX.
               10  MS-SS                    PIC XX.
               10  FILLER                   PIC X(7).
           05  MS-REQUESTING-SYSTEM         PIC X(8).
           05  MS-CORRELATION-ID            PIC X(24).
           05  MS-AFM-NUMBER                PIC X(14).
           05  MS-DISPOSAL                  PIC X.
           05  MS-RETURN-CODE               PIC XX.
           05  MS-DLQ-REASON-CODE           PIC 99.
           05  MS-DLQ-REASON                PIC X(36).
           05  FILLER                       PIC X(32).
           05  MS-LATENCY-MS                PIC 9(8).
           05  FILLER                       PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  SV-EOF-SW                    PIC 9    VALUE 0.
               88  END-OF-LOG                  VALUE 1.
           05  MS-EOF-SW                    PIC 9    VALUE 0.
               88  END-OF-SORTED               VALUE 1.
       01  WS-PARAMETERS.
           05  WS-PARM-DATE                 PIC X(8) VALUE SPACES.
           05  WS-PARM-TARGET               PIC X(5) VALUE SPACES.
       01  WS-REPORT-DATE                   PIC X(8).
       01  WS-TARGET-MS                     PIC 9(5) VALUE 2000.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYYMMDD              PIC X(8).
           05  FILLER                       PIC X(13).

      ***------------------------------------------------------------***
      ***  ONE SET OF TOTALS FOR THE SYSTEM BEING REPORTED AND ONE    ***
      ***  FOR THE WHOLE DAY - THE SAME LINE PRINTS EITHER.           ***
      ***------------------------------------------------------------***
       01  WS-CURRENT-SYSTEM                PIC X(8).
       01  WS-SYSTEM-TOTALS                 COMP.
           05  ST-REQUESTS                  PIC 9(7).
           05  ST-REPLIED                   PIC 9(7).
           05  ST-VALID                     PIC 9(7).
           05  ST-FOREIGN                   PIC 9(7).
           05  ST-INVALID                   PIC 9(7).
           05  ST-DEAD-LETTERED             PIC 9(7).
           05  ST-OVER-TARGET               PIC 9(7).
           05  ST-LATENCY-SUM               PIC 9(13).
           05  ST-LATENCY-MAX               PIC 9(8).
       01  WS-DAY-TOTALS                    COMP.
           05  DT-REQUESTS                  PIC 9(7) VALUE 0.
           05  DT-REPLIED                   PIC 9(7) VALUE 0.
           05  DT-VALID                     PIC 9(7) VALUE 0.
           05  DT-FOREIGN                   PIC 9(7) VALUE 0.
           05  DT-INVALID                   PIC 9(7) VALUE 0.
           05  DT-DEAD-LETTERED             PIC 9(7) VALUE 0.
           05  DT-OVER-TARGET               PIC 9(7) VALUE 0.
           05  DT-LATENCY-SUM               PIC 9(13) VALUE 0.
           05  DT-LATENCY-MAX               PIC 9(8) VALUE 0.
       01  WS-LOG-COUNTERS                  COMP.
           05  CT-LOG-READ                  PIC 9(7) VALUE 0.
           05  CT-SYSTEMS                   PIC 9(5) VALUE 0.
       01  WS-AVERAGE-MS                    PIC 9(8).

       01  WS-SYSTEM-LINE.
           05  SL-SYSTEM                    PIC X(8).
           05  FILLER                       PIC X     VALUE SPACE.
           05  SL-REQUESTS                  PIC ZZZZZZ9.
           05  FILLER                       PIC X     VALUE SPACE.
           05  SL-REPLIED                   PIC ZZZZZZ9.
           05  FILLER                       PIC X     VALUE SPACE.
           05  SL-VALID                     PIC ZZZZZZ9.
           05  FILLER                       PIC X     VALUE SPACE.
           05  SL-FOREIGN                   PIC ZZZZZZ9.
           05  FILLER                       PIC X     VALUE SPACE.
           05  SL-INVALID                   PIC ZZZZZZ9.
           05  FILLER                       PIC X     VALUE SPACE.
           05  SL-DEAD-LETTERED             PIC ZZZZZZ9.
           05  FILLER                       PIC X     VALUE SPACE.
           05  SL-AVERAGE-MS                PIC ZZZZZZZ9.
           05  FILLER                       PIC X     VALUE SPACE.
           05  SL-MAX-MS                    PIC ZZZZZZZ9.
           05  FILLER                       PIC X     VALUE SPACE.
           05  SL-OVER-TARGET               PIC ZZZZZZ9.
       01  WS-DLQ-LINE.
           05  FILLER                       PIC X(6)  VALUE '  DLQ '.
           05  DQ-HH                        PIC XX.
           05  FILLER                       PIC X     VALUE ':'.
           05  DQ-MI                        PIC XX.
           05  FILLER                       PIC X     VALUE ':'.
           05  DQ-SS                        PIC XX.
           05  FILLER                       PIC X     VALUE SPACE.
           05  DQ-CORRELATION-ID            PIC X(24).
           05  FILLER                       PIC X     VALUE SPACE.
           05  DQ-REASON-CODE               PIC 99.
           05  FILLER                       PIC X     VALUE SPACE.
           05  DQ-REASON                    PIC X(36).

       01  WS-SV-STATUS                     PIC XX   VALUE '00'.
       01  WS-SRT-STATUS                    PIC XX   VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM INITIALIZE-RTN.
           PERFORM PROCESS-RTN UNTIL END-OF-SORTED.
           PERFORM TERMINATE-RTN.
           GOBACK.

      ***------------------------------------------------------------***
      ***  TAKES THE PARAMETERS, SORTS THE DAY'S LOG RECORDS BY       ***
      ***  SYSTEM AND PRIMES THE READ OF THE SORTED FILE.             ***
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           PERFORM READ-PARAMETERS-RTN.
           SORT LOG-SORT-FILE ON ASCENDING KEY LS-REQUESTING-SYSTEM
                                 ASCENDING KEY LS-TIMESTAMP
               INPUT PROCEDURE IS SELECT-DAY-RTN
                             THRU SELECT-DAY-EXIT
               GIVING SORTED-FILE.
           OPEN INPUT SORTED-FILE.
           IF WS-SRT-STATUS NOT = '00'
              DISPLAY '***SORTED-FILE OPEN FAILED - STATUS '
                      WS-SRT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'AFMR VALIDATION SERVICE - VOLUME AND LATENCY FOR '
                   WS-REPORT-DATE.
           DISPLAY 'LATENCY TARGET ' WS-TARGET-MS ' MS'.
           DISPLAY ' '.
           DISPLAY 'SYSTEM   REQUESTS REPLIED   VALID FOREIGN '
                   'INVALID DEAD-LTR   AVG-MS   MAX-MS  OVER-TGT'.
           PERFORM RESET-SYSTEM-RTN.
           PERFORM READ-SORTED-RTN.
           IF NOT END-OF-SORTED
              MOVE MS-REQUESTING-SYSTEM TO WS-CURRENT-SYSTEM
           END-IF.

      ***------------------------------------------------------------***
      ***  ONE SYSIN LINE PER PARAMETER, BLANK FOR THE DEFAULT, THE   ***
      ***  SAME WAY AFM-REJECT-TREND TAKES ITS PARAMETERS.            ***
      ***------------------------------------------------------------***
       READ-PARAMETERS-RTN.
           ACCEPT WS-PARM-DATE.
           ACCEPT WS-PARM-TARGET.
           EVALUATE TRUE
             WHEN WS-PARM-DATE = SPACES
               MOVE WS-RUN-YYYYMMDD TO WS-REPORT-DATE
             WHEN WS-PARM-DATE IS NUMERIC
               MOVE WS-PARM-DATE TO WS-REPORT-DATE
             WHEN OTHER
               DISPLAY '***REPORT-DATE PARAMETER ' WS-PARM-DATE
                       ' IS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           EVALUATE TRUE
             WHEN WS-PARM-TARGET = SPACES
               CONTINUE
             WHEN WS-PARM-TARGET IS NUMERIC
               MOVE WS-PARM-TARGET TO WS-TARGET-MS
             WHEN OTHER
               DISPLAY '***LATENCY-TARGET PARAMETER ' WS-PARM-TARGET
                       ' IS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE = 16
              STOP RUN
           END-IF.

      ***------------------------------------------------------------***
      ***  SORT INPUT - RELEASES THE LOG RECORDS FOR THE REPORT DAY.  ***
      ***  A LOG THAT DOES NOT EXIST YET IS SIMPLY AN EMPTY DAY.      ***
      ***------------------------------------------------------------***
       SELECT-DAY-RTN.
           OPEN INPUT SERVICE-LOG.
           IF WS-SV-STATUS NOT = '00' AND WS-SV-STATUS NOT = '05'
              DISPLAY '***SERVICE-LOG OPEN FAILED - STATUS '
                      WS-SV-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-LOG-RTN.
           PERFORM RELEASE-LOG-RTN UNTIL END-OF-LOG.
           CLOSE SERVICE-LOG.
           GO TO SELECT-DAY-EXIT.

       RELEASE-LOG-RTN.
           IF SV-TIMESTAMP(1:8) = WS-REPORT-DATE
              RELEASE LS-SORT-RECORD FROM SV-RECORD
           END-IF.
           PERFORM READ-LOG-RTN.

       SELECT-DAY-EXIT.
           EXIT.

      ***------------------------------------------------------------***
      ***  ONE LOGGED MESSAGE. A NEW SYSTEM PRINTS THE LINE FOR THE   ***
      ***  ONE BEFORE IT FIRST.                                       ***
      ***------------------------------------------------------------***
       PROCESS-RTN.
           IF MS-REQUESTING-SYSTEM NOT = WS-CURRENT-SYSTEM
              PERFORM END-SYSTEM-RTN
              MOVE MS-REQUESTING-SYSTEM TO WS-CURRENT-SYSTEM
           END-IF.
           ADD 1 TO ST-REQUESTS.
           IF MS-DISPOSAL = 'D'
              ADD 1 TO ST-DEAD-LETTERED
              MOVE MS-HH TO DQ-HH
              MOVE MS-MI TO DQ-MI
              MOVE MS-SS TO DQ-SS
              MOVE MS-CORRELATION-ID TO DQ-CORRELATION-ID
              MOVE MS-DLQ-REASON-CODE TO DQ-REASON-CODE
              MOVE MS-DLQ-REASON TO DQ-REASON
              DISPLAY WS-DLQ-LINE
           ELSE
              ADD 1 TO ST-REPLIED
              EVALUATE MS-RETURN-CODE
                WHEN '00'
                  ADD 1 TO ST-VALID
                WHEN '60'
                  ADD 1 TO ST-FOREIGN
                WHEN OTHER
                  ADD 1 TO ST-INVALID
              END-EVALUATE
              ADD MS-LATENCY-MS TO ST-LATENCY-SUM
              IF MS-LATENCY-MS > ST-LATENCY-MAX
                 MOVE MS-LATENCY-MS TO ST-LATENCY-MAX
              END-IF
              IF MS-LATENCY-MS > WS-TARGET-MS
                 ADD 1 TO ST-OVER-TARGET
              END-IF
           END-IF.
           PERFORM READ-SORTED-RTN.

      ***------------------------------------------------------------***
      ***  PRINTS THE SYSTEM'S LINE AND ADDS IT INTO THE DAY.         ***
      ***------------------------------------------------------------***
       END-SYSTEM-RTN.
           IF ST-REQUESTS > 0
              ADD 1 TO CT-SYSTEMS
              MOVE WS-CURRENT-SYSTEM TO SL-SYSTEM
              PERFORM PRINT-LINE-RTN
              ADD ST-REQUESTS TO DT-REQUESTS
              ADD ST-REPLIED TO DT-REPLIED
              ADD ST-VALID TO DT-VALID
              ADD ST-FOREIGN TO DT-FOREIGN
              ADD ST-INVALID TO DT-INVALID
              ADD ST-DEAD-LETTERED TO DT-DEAD-LETTERED
              ADD ST-OVER-TARGET TO DT-OVER-TARGET
              ADD ST-LATENCY-SUM TO DT-LATENCY-SUM
              IF ST-LATENCY-MAX > DT-LATENCY-MAX
                 MOVE ST-LATENCY-MAX TO DT-LATENCY-MAX
              END-IF
           END-IF.
           PERFORM RESET-SYSTEM-RTN.

       RESET-SYSTEM-RTN.
           MOVE 0 TO ST-REQUESTS ST-REPLIED ST-VALID ST-FOREIGN
                     ST-INVALID ST-DEAD-LETTERED ST-OVER-TARGET
                     ST-LATENCY-SUM ST-LATENCY-MAX.

       PRINT-LINE-RTN.
           IF ST-REPLIED > 0
              COMPUTE WS-AVERAGE-MS ROUNDED =
                  ST-LATENCY-SUM / ST-REPLIED
           ELSE
              MOVE 0 TO WS-AVERAGE-MS
           END-IF.
           MOVE ST-REQUESTS TO SL-REQUESTS.
           MOVE ST-REPLIED TO SL-REPLIED.
           MOVE ST-VALID TO SL-VALID.
           MOVE ST-FOREIGN TO SL-FOREIGN.
           MOVE ST-INVALID TO SL-INVALID.
           MOVE ST-DEAD-LETTERED TO SL-DEAD-LETTERED.
           MOVE WS-AVERAGE-MS TO SL-AVERAGE-MS.
           MOVE ST-LATENCY-MAX TO SL-MAX-MS.
           MOVE ST-OVER-TARGET TO SL-OVER-TARGET.
           DISPLAY WS-SYSTEM-LINE.

      ***------------------------------------------------------------***
      ***  READ ROUTINES - SAFE TO PERFORM AFTER END-OF-FILE.         ***
      ***------------------------------------------------------------***
       READ-LOG-RTN.
           IF NOT END-OF-LOG
              READ SERVICE-LOG
                  AT END
                      MOVE 1 TO SV-EOF-SW
                  NOT AT END
                      ADD 1 TO CT-LOG-READ
              END-READ
           END-IF.

       READ-SORTED-RTN.
           IF NOT END-OF-SORTED
              READ SORTED-FILE
                  AT END
                      MOVE 1 TO MS-EOF-SW
              END-READ
           END-IF.

      ***------------------------------------------------------------***
      ***  PRINTS THE DAY'S TOTAL LINE AND THE END-OF-JOB SUMMARY.    ***
      ***------------------------------------------------------------***
       REPORT-RTN.
           MOVE DT-REQUESTS TO ST-REQUESTS.
           MOVE DT-REPLIED TO ST-REPLIED.
           MOVE DT-VALID TO ST-VALID.
           MOVE DT-FOREIGN TO ST-FOREIGN.
           MOVE DT-INVALID TO ST-INVALID.
           MOVE DT-DEAD-LETTERED TO ST-DEAD-LETTERED.
           MOVE DT-OVER-TARGET TO ST-OVER-TARGET.
           MOVE DT-LATENCY-SUM TO ST-LATENCY-SUM.
           MOVE DT-LATENCY-MAX TO ST-LATENCY-MAX.
           MOVE 'ALL' TO SL-SYSTEM.
           DISPLAY ' '.
           PERFORM PRINT-LINE-RTN.
           DISPLAY '===================================='.
           DISPLAY 'AFMR SERVICE REPORT - SUMMARY'.
           DISPLAY '===================================='.
           DISPLAY 'LOG RECORDS READ ........... ' CT-LOG-READ.
           DISPLAY 'REQUESTING SYSTEMS ......... ' CT-SYSTEMS.
           DISPLAY 'REQUESTS ON THE DAY ........ ' DT-REQUESTS.
           DISPLAY 'ANSWERED ................... ' DT-REPLIED.
           DISPLAY 'DEAD-LETTERED .............. ' DT-DEAD-LETTERED.
           DISPLAY 'OVER THE LATENCY TARGET .... ' DT-OVER-TARGET.
           DISPLAY '===================================='.

       TERMINATE-RTN.
           PERFORM END-SYSTEM-RTN.
           CLOSE SORTED-FILE.
           PERFORM REPORT-RTN.
       END PROGRAM AFM-MQ-SERVICE-REPORT.
