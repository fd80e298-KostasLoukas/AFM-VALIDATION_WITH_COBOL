       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-SUSPENSE-EXTRACT.
      ***------------------------------------------------------------***
      ***  CLOSES OFF THE WORK DONE ON THE AFMS CORRECTION SCREEN.    ***
      ***  EVERY ITEM ON AFMSCOR CORRECTED SINCE THE LAST RUN IS      ***
      ***  WRITTEN TO AFMSCEX IN THE 80-BYTE BI-AFM-RECORD INPUT      ***
      ***  LAYOUT - ONE HEADER/TRAILER BATCH PER ORIGINAL SOURCE      ***
      ***  SYSTEM (A REJECT WITH NO SOURCE GOES UNDER 'SUSPENSE'),    ***
      ***  SO THE FILE CAN BE CONCATENATED ONTO THE NEXT NIGHT'S      ***
      ***  AFMIN01 AND EACH CUSTOMER STILL REGISTERS UNDER THE        ***
      ***  SYSTEM IT CAME FROM. EVERY ITEM ABANDONED OR RETURNED TO   ***
      ***  ITS SOURCE SINCE THE LAST RUN IS PRINTED WITH THE          ***
      ***  TERMINAL THAT CLOSED IT. EACH ITEM HANDLED IS STAMPED WITH ***
      ***  TODAY AS ITS CLOSED DATE SO THE NEXT RUN DOES NOT REPEAT   ***
      ***  IT; ITEMS STILL PENDING ARE ONLY COUNTED. AN OPTIONAL      ***
      ***  SYSIN DATE (YYYYMMDD) REPEATS THE EXTRACT AND PRINT FOR    ***
      ***  THE ITEMS CLOSED ON THAT DATE, WITHOUT UPDATING ANYTHING - ***
      ***  FOR WHEN A NIGHT'S AFMSCEX WAS LOST BEFORE THE RUN THAT    ***
      ***  USED IT.                                                   ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-FILE      ASSIGN TO AFMSCOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-SC-STATUS.
           SELECT EXTRACT-FILE         ASSIGN TO AFMSCEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ***------------------------------------------------------------***
      ***  SUSPENSE-CORRECTION RECORD LAYOUT - KEEP IN STEP WITH AFM- ***
      ***  SUSPENSE-LOAD AND AFM-SUSPENSE-FIX.                        ***
      ***------------------------------------------------------------***
       FD  CORRECTION-FILE.
       01  SC-RECORD.
           05  SC-KEY.
               10  SC-SOURCE-SYSTEM         PIC X(10).
               10  SC-RETURN-CODE           PIC XX.
               10  SC-LOAD-DATE             PIC X(8).
               10  SC-LOAD-SEQ              PIC 9(6).
           05  SC-EXTRACT-DATE              PIC X(8).
           05  SC-ORIG-AFM                  PIC X(14).
           05  SC-ORIG-NAME                 PIC X(30).
           05  SC-REASON                    PIC X(50).
           05  SC-AFM                       PIC X(14).
           05  SC-CUSTOMER-NAME             PIC X(30).
           05  SC-STATE                     PIC X.
               88  SC-PENDING                  VALUE 'P'.
               88  SC-CORRECTED                VALUE 'C'.
               88  SC-ABANDONED                VALUE 'A'.
               88  SC-RETURNED                 VALUE 'R'.
           05  SC-NEW-RC                    PIC XX.
           05  SC-NEW-MESSAGE               PIC X(50).
           05  SC-USER-ID                   PIC X(8).
           05  SC-ACTION-STAMP              PIC X(14).
           05  SC-CLOSED-DATE               PIC X(8).
           05  FILLER                       PIC X(5).

      ***------------------------------------------------------------***
      ***  INPUT RECORD LAYOUT AS AFM-BATCH-VALIDATION READS IT FROM  ***
      ***  AFMIN01 - KEEP IN STEP WITH BI-AFM-RECORD THERE.           ***
      ***------------------------------------------------------------***
       FD  EXTRACT-FILE.
       01  BI-AFM-RECORD.
           05  BI-AFM                       PIC X(14).
           05  BI-CUSTOMER-NAME             PIC X(30).
           05  FILLER                       PIC X(36).
       01  BI-HEADER-RECORD.
           05  BI-HDR-ID                    PIC X(3).
           05  BI-HDR-EXTRACT-DATE          PIC X(8).
           05  BI-HDR-SOURCE-SYSTEM         PIC X(10).
           05  FILLER                       PIC X(59).
       01  BI-TRAILER-RECORD.
           05  BI-TRL-ID                    PIC X(3).
           05  BI-TRL-COUNT                 PIC 9(7).
           05  FILLER                       PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  EOF-SW                       PIC 9    VALUE 0.
               88  END-OF-CORRECTIONS          VALUE 1.
           05  WS-BATCH-OPEN-SW             PIC X    VALUE 'N'.
           05  WS-HEADING-SW                PIC X    VALUE 'N'.
      *        'Y' = SYSIN GAVE A DATE - REPEAT IT, UPDATE NOTHING
           05  WS-REPEAT-SW                 PIC X    VALUE 'N'.
       01  WS-CONTROL-KEY                   PIC X(26)
                                            VALUE ALL '0'.
       01  WS-PARM-DATE                     PIC X(8).
      *    THE CLOSED DATE BEING WRITTEN (TODAY) OR REPEATED (SYSIN)
       01  WS-SELECT-DATE                   PIC X(8).
       01  WS-BATCH-SOURCE                  PIC X(10).
       01  WS-BATCH-COUNT                   PIC 9(7) COMP VALUE 0.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYYMMDD              PIC X(8).
           05  FILLER                       PIC X(13).
       01  WS-PRINT-LINE.
           05  PL-SOURCE                    PIC X(10).
           05  FILLER                       PIC X     VALUE SPACE.
           05  PL-RETURN-CODE               PIC XX.
           05  FILLER                       PIC X     VALUE SPACE.
           05  PL-AFM                       PIC X(14).
           05  FILLER                       PIC X     VALUE SPACE.
           05  PL-NAME                      PIC X(30).
           05  FILLER                       PIC X     VALUE SPACE.
           05  PL-STATE                     PIC X(9).
           05  FILLER                       PIC X     VALUE SPACE.
           05  PL-USER-ID                   PIC X(8).
           05  FILLER                       PIC X     VALUE SPACE.
           05  PL-ACTION-DATE               PIC X(8).
       01  WS-EXTRACT-COUNTERS              COMP.
           05  CT-ITEMS-READ                PIC 9(7) VALUE 0.
           05  CT-EXTRACTED                 PIC 9(7) VALUE 0.
           05  CT-BATCHES                   PIC 9(7) VALUE 0.
           05  CT-ABANDONED                 PIC 9(7) VALUE 0.
           05  CT-RETURNED                  PIC 9(7) VALUE 0.
           05  CT-STILL-PENDING             PIC 9(7) VALUE 0.
           05  CT-REWRITE-FAILED            PIC 9(7) VALUE 0.
       01  WS-SC-STATUS                     PIC XX   VALUE '00'.
       01  WS-EX-STATUS                     PIC XX   VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM INITIALIZE-RTN.
           PERFORM PROCESS-RTN UNTIL END-OF-CORRECTIONS.
           PERFORM TERMINATE-RTN.
           GOBACK.

      ***------------------------------------------------------------***
      ***  READS THE OPTIONAL REPEAT DATE, OPENS THE FILES AND PRIMES ***
      ***  THE READ. A REPEAT OPENS AFMSCOR FOR INPUT ONLY.           ***
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           ACCEPT WS-PARM-DATE.
           IF WS-PARM-DATE = SPACES
              MOVE WS-RUN-YYYYMMDD TO WS-SELECT-DATE
           ELSE
              IF WS-PARM-DATE IS NUMERIC
                 MOVE WS-PARM-DATE TO WS-SELECT-DATE
                 MOVE 'Y' TO WS-REPEAT-SW
              ELSE
                 DISPLAY '***REPEAT-DATE PARAMETER ' WS-PARM-DATE
                         ' IS NOT NUMERIC'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           IF WS-REPEAT-SW = 'Y'
              DISPLAY 'SUSPENSE EXTRACT - REPEATING ITEMS CLOSED ON '
                      WS-SELECT-DATE
              OPEN INPUT CORRECTION-FILE
           ELSE
              OPEN I-O CORRECTION-FILE
           END-IF.
           IF WS-SC-STATUS NOT = '00'
              DISPLAY '***CORRECTION-FILE OPEN FAILED - STATUS '
                      WS-SC-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           IF WS-EX-STATUS NOT = '00'
              DISPLAY '***EXTRACT-FILE OPEN FAILED - STATUS '
                      WS-EX-STATUS
              CLOSE CORRECTION-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-CORRECTION-RTN.

      ***------------------------------------------------------------***
      ***  HANDLES ONE ITEM. ON A NORMAL RUN, A CLOSED ITEM NOT YET   ***
      ***  EXTRACTED OR PRINTED IS HANDLED AND STAMPED; ON A REPEAT,  ***
      ***  AN ITEM STAMPED WITH THE REPEAT DATE IS HANDLED AGAIN.     ***
      ***------------------------------------------------------------***
       PROCESS-RTN.
           EVALUATE TRUE
             WHEN SC-KEY = WS-CONTROL-KEY
               CONTINUE
             WHEN SC-PENDING
               ADD 1 TO CT-STILL-PENDING
             WHEN WS-REPEAT-SW = 'Y'
               IF SC-CLOSED-DATE = WS-SELECT-DATE
                  PERFORM HANDLE-ITEM-RTN
               END-IF
             WHEN SC-CLOSED-DATE = SPACES
               PERFORM HANDLE-ITEM-RTN
               PERFORM CLOSE-ITEM-RTN
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM READ-CORRECTION-RTN.

       HANDLE-ITEM-RTN.
           EVALUATE TRUE
             WHEN SC-CORRECTED
               PERFORM EXTRACT-ITEM-RTN
             WHEN SC-ABANDONED
               ADD 1 TO CT-ABANDONED
               PERFORM PRINT-ITEM-RTN
             WHEN SC-RETURNED
               ADD 1 TO CT-RETURNED
               PERFORM PRINT-ITEM-RTN
           END-EVALUATE.

      ***------------------------------------------------------------***
      ***  WRITES ONE CORRECTED ITEM AS AN INPUT DETAIL RECORD,       ***
      ***  STARTING A NEW HEADER/TRAILER BATCH WHEN THE SOURCE SYSTEM ***
      ***  CHANGES (THE FILE IS KEYED BY SOURCE, SO EACH SOURCE'S     ***
      ***  ITEMS ARRIVE TOGETHER).                                    ***
      ***------------------------------------------------------------***
       EXTRACT-ITEM-RTN.
           IF WS-BATCH-OPEN-SW = 'N'
              OR SC-SOURCE-SYSTEM NOT = WS-BATCH-SOURCE
              PERFORM END-BATCH-RTN
              PERFORM START-BATCH-RTN
           END-IF.
           MOVE SPACES TO BI-AFM-RECORD.
           MOVE SC-AFM TO BI-AFM.
           MOVE SC-CUSTOMER-NAME TO BI-CUSTOMER-NAME.
           WRITE BI-AFM-RECORD.
           ADD 1 TO WS-BATCH-COUNT.
           ADD 1 TO CT-EXTRACTED.

       START-BATCH-RTN.
           MOVE SC-SOURCE-SYSTEM TO WS-BATCH-SOURCE.
           MOVE SPACES TO BI-HEADER-RECORD.
           MOVE 'HDR' TO BI-HDR-ID.
           MOVE WS-SELECT-DATE TO BI-HDR-EXTRACT-DATE.
           IF SC-SOURCE-SYSTEM = SPACES
              MOVE 'SUSPENSE' TO BI-HDR-SOURCE-SYSTEM
           ELSE
              MOVE SC-SOURCE-SYSTEM TO BI-HDR-SOURCE-SYSTEM
           END-IF.
           WRITE BI-HEADER-RECORD.
           MOVE 0 TO WS-BATCH-COUNT.
           MOVE 'Y' TO WS-BATCH-OPEN-SW.
           ADD 1 TO CT-BATCHES.

      ***------------------------------------------------------------***
      ***  CLOSES THE OPEN BATCH WITH A TRAILER CARRYING ITS DETAIL   ***
      ***  COUNT, AS THE SOURCE SYSTEMS' OWN EXTRACTS DO.             ***
      ***------------------------------------------------------------***
       END-BATCH-RTN.
           IF WS-BATCH-OPEN-SW = 'Y'
              MOVE SPACES TO BI-TRAILER-RECORD
              MOVE 'TRL' TO BI-TRL-ID
              MOVE WS-BATCH-COUNT TO BI-TRL-COUNT
              WRITE BI-TRAILER-RECORD
              MOVE 'N' TO WS-BATCH-OPEN-SW
           END-IF.

      ***------------------------------------------------------------***
      ***  PRINTS ONE ABANDONED OR RETURNED ITEM - WHAT IT WAS, WHY   ***
      ***  IT WAS REJECTED, AND WHO CLOSED IT WHEN.                   ***
      ***------------------------------------------------------------***
       PRINT-ITEM-RTN.
           IF WS-HEADING-SW = 'N'
              DISPLAY 'ITEMS ABANDONED OR RETURNED TO SOURCE'
              DISPLAY 'SOURCE     RC AFM            CUSTOMER NAME'
                      '                  STATE     USER     DATE'
              MOVE 'Y' TO WS-HEADING-SW
           END-IF.
           MOVE SC-SOURCE-SYSTEM TO PL-SOURCE.
           MOVE SC-RETURN-CODE TO PL-RETURN-CODE.
           MOVE SC-ORIG-AFM TO PL-AFM.
           MOVE SC-ORIG-NAME TO PL-NAME.
           IF SC-ABANDONED
              MOVE 'ABANDONED' TO PL-STATE
           ELSE
              MOVE 'RETURNED' TO PL-STATE
           END-IF.
           MOVE SC-USER-ID TO PL-USER-ID.
           MOVE SC-ACTION-STAMP(1:8) TO PL-ACTION-DATE.
           DISPLAY WS-PRINT-LINE.
           DISPLAY '              ' SC-REASON.

      ***------------------------------------------------------------***
      ***  STAMPS THE ITEM AS CLOSED TODAY. A FAILED REWRITE MEANS    ***
      ***  THE NEXT RUN WILL HANDLE THE ITEM AGAIN, SO IT IS REPORTED ***
      ***  LOUDLY AND THE JOB ENDS RC 8.                              ***
      ***------------------------------------------------------------***
       CLOSE-ITEM-RTN.
           MOVE WS-SELECT-DATE TO SC-CLOSED-DATE.
           REWRITE SC-RECORD
               INVALID KEY
                   DISPLAY '***CLOSED DATE NOT SET ON ' SC-KEY
                           ' - STATUS ' WS-SC-STATUS
                   ADD 1 TO CT-REWRITE-FAILED
           END-REWRITE.

      ***------------------------------------------------------------***
      ***  READS THE NEXT ITEM IN KEY ORDER. SAFE TO PERFORM AFTER    ***
      ***  END-OF-FILE HAS ALREADY BEEN REACHED.                      ***
      ***------------------------------------------------------------***
       READ-CORRECTION-RTN.
           IF NOT END-OF-CORRECTIONS
              READ CORRECTION-FILE
                  AT END
                      MOVE 1 TO EOF-SW
                  NOT AT END
                      ADD 1 TO CT-ITEMS-READ
              END-READ
           END-IF.

      ***------------------------------------------------------------***
      ***  DISPLAYS THE END-OF-JOB EXTRACT REPORT.                    ***
      ***------------------------------------------------------------***
       REPORT-RTN.
           DISPLAY '===================================='.
           DISPLAY 'AFM SUSPENSE CORRECTION EXTRACT - REPORT'.
           DISPLAY '===================================='.
           DISPLAY 'CLOSED DATE ................ ' WS-SELECT-DATE.
           DISPLAY 'ITEMS READ ................. ' CT-ITEMS-READ.
           DISPLAY 'CORRECTED, EXTRACTED ....... ' CT-EXTRACTED.
           DISPLAY 'EXTRACT BATCHES ............ ' CT-BATCHES.
           DISPLAY 'ABANDONED .................. ' CT-ABANDONED.
           DISPLAY 'RETURNED TO SOURCE ......... ' CT-RETURNED.
           DISPLAY 'STILL PENDING .............. ' CT-STILL-PENDING.
           DISPLAY 'CLOSED DATE NOT SET ........ ' CT-REWRITE-FAILED.
           DISPLAY '===================================='.

       TERMINATE-RTN.
           PERFORM END-BATCH-RTN.
           CLOSE CORRECTION-FILE.
           CLOSE EXTRACT-FILE.
           IF CT-REWRITE-FAILED > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM REPORT-RTN.
       END PROGRAM AFM-SUSPENSE-EXTRACT.
