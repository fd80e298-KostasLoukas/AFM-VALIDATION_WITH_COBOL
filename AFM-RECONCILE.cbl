       PROGRAM-ID. AFM-RECONCILE.
      ***------------------------------------------------------------***
      ***  DAILY CROSS-FILE RECONCILIATION - RUNS AFTER               ***
      ***  AFM-BATCH-VALIDATION, AFM-CUSTMAST-UPDATE AND AFM-RETURN-  ***
      ***  FEED (STEP 4, THE LAST, OF THE NIGHTLY CHAIN) AND PROVES   ***
      ***  THE NIGHTLY CHAIN END TO END, THE WAY AFM-AUDIT-ARCHIVE    ***
      ***  PROVES ITS OWN TRAIL UNBROKEN:                             ***
      ***    1. RESULT RECORDS OUT = VALID + SUSPENSE RECORDS OUT     ***
      ***  THE CHAIN DOES NOT BALANCE, SO NOBODY FINDS OUT DAYS       ***
      ***  LATER WITH CALCULATORS.                                    ***
      ***  THE RUN DATE IS TAKEN AS ONE YYYYMMDD LINE FROM SYSIN; A   ***
      ***  BLANK LINE MEANS THE CHAIN DATE STEP 1 LAST STARTED. THE   ***
      ***  CHECKS RELY ON ONE NIGHTLY RUN PER DATE, WHICH THE AFMRUNC ***
      ***  LEDGER NOW ENFORCES: EACH STEP OF THE CHAIN, THIS ONE      ***
      ***  INCLUDED, IS REFUSED IF IT HAS ALREADY COMPLETED FOR THE   ***
      ***  DATE OR THE STEP BEFORE IT HAS NOT (SEE AFM-RUN-CONTROL).  ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  CM-REG-CHANNEL               PIC X.
           05  CM-SOURCE-SYSTEM             PIC X(10).
           05  CM-STATUS-CODE               PIC X.
           05  CM-STATUS-REASON             PIC XX.
           05  CM-STATUS-DATE               PIC X(8).
           05  CM-RELEASED-REASON           PIC XX.
           05  FILLER                       PIC X(8).

       FD  CUSTOMER-MASTER-SEQ.
       01  CMS-RECORD.
           05  CMS-REG-CHANNEL              PIC X.
           05  CMS-SOURCE-SYSTEM            PIC X(10).
           05  CMS-STATUS-CODE              PIC X.
           05  CMS-STATUS-REASON            PIC XX.
           05  CMS-STATUS-DATE              PIC X(8).
           05  CMS-RELEASED-REASON          PIC XX.
           05  FILLER                       PIC X(8).

      ***------------------------------------------------------------***
      ***  AUDIT-TRAIL RECORD LAYOUT AS WRITTEN BY AFM-VALIDATION     ***
           05  WS-AUD-OPEN-SW               PIC X    VALUE 'N'.
           05  WS-BALANCED-SW               PIC X    VALUE 'Y'.
       01  WS-RUN-DATE                      PIC X(8) VALUE SPACES.
      *    THE AUDIT TIMESTAMP IS THE 21-BYTE CURRENT-DATE STRING, SO
      *    ITS FIRST EIGHT BYTES ARE THE YYYYMMDD COMPARED TO THE RUN
      *    DATE
           05  CT-AUD-BATCH-TODAY           PIC 9(7) VALUE 0.
       01  WS-PREV-VALID-AFM                PIC X(9)
                                            VALUE LOW-VALUES.
      ***------------------------------------------------------------***
      ***  AFM-RUN-CONTROL CALL PARAMETERS - SEE THAT PROGRAM FOR THE ***
      ***  CONTRACT. THE FOUR TOTALS ARE WHAT THE CHAIN-STATUS REPORT ***
      ***  SHOWS FOR THIS STEP.                                       ***
      ***------------------------------------------------------------***
       01  WS-RUN-CONTROL-PARMS.
           05  WR-FUNCTION                  PIC X.
           05  WR-STEP                      PIC 9    VALUE 4.
           05  WR-RUN-DATE                  PIC X(8) VALUE SPACES.
           05  WR-RETURN-CODE               PIC 9(4) VALUE 0.
           05  WR-TOTALS.
               10  WR-TOTAL OCCURS 4 TIMES.
                   15  WR-TOTAL-LABEL       PIC X(12).
                   15  WR-TOTAL-VALUE       PIC 9(9).
           05  WR-RESULT                    PIC X.
               88  WR-RUN-ALLOWED              VALUE 'Y'.
       01  WS-RES-STATUS                    PIC XX   VALUE '00'.
       01  WS-RSS-STATUS                    PIC XX   VALUE '00'.
       01  WS-SUS-STATUS                    PIC XX   VALUE '00'.
           GOBACK.

      ***------------------------------------------------------------***
      ***  TAKES THE RUN DATE (BLANK MEANS THE CHAIN DATE) AND CLEARS ***
      ***  IT WITH THE RUN-CONTROL LEDGER, SORTS THE RESULT FILE INTO ***
      ***  AFM ORDER FOR THE REPEATED-KEY HANDLING, AND OPENS THE     ***
      ***  SORTED COPY, THE KEYED MASTER AND THE SUSPENSE FILE. THE   ***
      ***  SEQUENTIAL MASTER AND THE AUDIT TRAIL ARE OPENED BY THEIR  ***
      ***  OWN PASSES LATER.                                          ***
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           ACCEPT WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WR-RUN-DATE.
           PERFORM RUN-CONTROL-START-RTN.
           MOVE WR-RUN-DATE TO WS-RUN-DATE.
           DISPLAY 'RECONCILING THE NIGHTLY CHAIN FOR RUN DATE '
                   WS-RUN-DATE.
      *    THE OPEN PROVES THE RESULT FILE IS THERE BEFORE THE SORT
              CLOSE AFM-AUDIT-FILE
           END-IF.
           PERFORM REPORT-RTN.
           PERFORM RUN-CONTROL-END-RTN.

      ***------------------------------------------------------------***
      ***  CHAIN START CHECK - REFUSED (AND EXPLAINED BY AFM-RUN-     ***
      ***  CONTROL) UNLESS AFM-RETURN-FEED COMPLETED FOR THE DATE AND ***
      ***  THIS RECONCILIATION HAS NOT. A BLANK DATE COMES BACK AS    ***
      ***  THE CHAIN DATE.                                            ***
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
      ***------------------------------------------------------------***
       RUN-CONTROL-END-RTN.
           MOVE 'E' TO WR-FUNCTION.
           MOVE RETURN-CODE TO WR-RETURN-CODE.
           MOVE 'RESULTS' TO WR-TOTAL-LABEL(1).
           MOVE CT-RES-TOTAL TO WR-TOTAL-VALUE(1).
           MOVE 'VALID' TO WR-TOTAL-LABEL(2).
           MOVE CT-RES-VALID TO WR-TOTAL-VALUE(2).
           MOVE 'SUSPENSE' TO WR-TOTAL-LABEL(3).
           MOVE CT-SUSP-TOTAL TO WR-TOTAL-VALUE(3).
           MOVE 'VALID MISSED' TO WR-TOTAL-LABEL(4).
           MOVE CT-VALID-MISSING TO WR-TOTAL-VALUE(4).
           CALL 'AFM-RUN-CONTROL' USING WR-FUNCTION WR-STEP
                                        WR-RUN-DATE WR-RETURN-CODE
                                        WR-TOTALS WR-RESULT.
      *    THE CALL LEAVES ITS OWN RETURN CODE IN RETURN-CODE - PUT
      *    THIS STEP'S BACK SO THE SCHEDULER SEES IT
           MOVE WR-RETURN-CODE TO RETURN-CODE.
       END PROGRAM AFM-RECONCILE.
