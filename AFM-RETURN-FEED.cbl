      ***  RESULT RECORDS WITH NO SOURCE SYSTEM (CORRECTION RERUNS -  ***
      ***  THE SUSPENSE FILE CARRIES NO EXTRACT HEADER) CANNOT BE     ***
      ***  ADDRESSED ANYWHERE AND ARE COUNTED AND REPORTED INSTEAD.   ***
      ***  FOREIGN EU VAT RECORDS ARE NOT REJECTS - AFM-CUSTMAST-     ***
      ***  UPDATE REGISTERS THEM ON THE FOREIGN-CUSTOMER REGISTER -   ***
      ***  SO THEY ARE COUNTED AND NOT SENT BACK.                     ***
      ***  STEP 3 OF THE NIGHTLY CHAIN - RUNS ONLY ONCE AFM-CUSTMAST- ***
      ***  UPDATE HAS COMPLETED FOR THE CHAIN DATE ON THE AFMRUNC     ***
      ***  LEDGER, AND DATES THE TRANSMISSIONS WITH THAT DATE.        ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-FEED-COUNTERS                 COMP.
           05  CT-RESULTS-READ              PIC 9(7) VALUE 0.
           05  CT-REJECTS-READ              PIC 9(7) VALUE 0.
           05  CT-FOREIGN                   PIC 9(7) VALUE 0.
           05  CT-RETURNED                  PIC 9(7) VALUE 0.
           05  CT-NO-SOURCE                 PIC 9(7) VALUE 0.
           05  CT-OVERFLOW                  PIC 9(7) VALUE 0.
      ***------------------------------------------------------------***
      ***  AFM-RUN-CONTROL CALL PARAMETERS - SEE THAT PROGRAM FOR THE ***
      ***  CONTRACT. THE FOUR TOTALS ARE WHAT THE CHAIN-STATUS REPORT ***
      ***  SHOWS FOR THIS STEP.                                       ***
      ***------------------------------------------------------------***
       01  WS-RUN-CONTROL-PARMS.
           05  WR-FUNCTION                  PIC X.
           05  WR-STEP                      PIC 9    VALUE 3.
           05  WR-RUN-DATE                  PIC X(8) VALUE SPACES.
           05  WR-RETURN-CODE               PIC 9(4) VALUE 0.
           05  WR-TOTALS.
               10  WR-TOTAL OCCURS 4 TIMES.
                   15  WR-TOTAL-LABEL       PIC X(12).
                   15  WR-TOTAL-VALUE       PIC 9(9).
           05  WR-RESULT                    PIC X.
               88  WR-RUN-ALLOWED              VALUE 'Y'.
       01  WS-RES-STATUS                    PIC XX   VALUE '00'.
       01  WS-RET-STATUS                    PIC XX   VALUE '00'.


       INITIALIZE-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           PERFORM RUN-CONTROL-START-RTN.
           MOVE WR-RUN-DATE TO WS-RUN-YYYYMMDD.
           OPEN INPUT AFM-RESULT-FILE.
           IF WS-RES-STATUS NOT = '00'
              DISPLAY '***AFM-RESULT-FILE OPEN FAILED - STATUS '
           PERFORM READ-RESULT-RTN.

      ***------------------------------------------------------------***
      ***  ROUTES ONE RESULT RECORD: ANYTHING NOT FLAGGED VALID OR    ***
      ***  FOREIGN GOES BACK TO ITS SOURCE SYSTEM'S RETURN FILE.      ***
      ***  VALID RECORDS NEED NO CORRECTION AT THE ORIGIN, AND A      ***
      ***  FOREIGN EU VAT IS REGISTERED AND CONFIRMED ON OUR SIDE, SO ***
      ***  NEITHER IS SENT.                                           ***
      ***------------------------------------------------------------***
       PROCESS-RTN.
           EVALUATE BR-STATUS
             WHEN 'VALID'
               CONTINUE
             WHEN 'FOREIGN'
               ADD 1 TO CT-FOREIGN
             WHEN OTHER
               ADD 1 TO CT-REJECTS-READ
               PERFORM ROUTE-REJECT-RTN
           END-EVALUATE.
           PERFORM READ-RESULT-RTN.

       ROUTE-REJECT-RTN.
           DISPLAY '===================================='.
           DISPLAY 'RUN DATE ................... ' WS-RUN-YYYYMMDD.
           DISPLAY 'RESULT RECORDS READ ........ ' CT-RESULTS-READ.
           DISPLAY 'FOREIGN EU VAT - NOT SENT .. ' CT-FOREIGN.
           DISPLAY 'REJECTED RECORDS ........... ' CT-REJECTS-READ.
           DISPLAY 'RECORDS RETURNED ........... ' CT-RETURNED.
           DISPLAY 'NO SOURCE - NOT RETURNED ... ' CT-NO-SOURCE.
               VARYING WS-FILE-NO FROM 1 BY 1
               UNTIL WS-FILE-NO > SRC-COUNT.
           PERFORM REPORT-RTN.
           PERFORM RUN-CONTROL-END-RTN.

      ***------------------------------------------------------------***
      ***  CHAIN START CHECK - REFUSED (AND EXPLAINED BY AFM-RUN-     ***
      ***  CONTROL) UNLESS THE STEP BEFORE COMPLETED FOR THE CHAIN    ***
      ***  DATE AND THIS ONE HAS NOT. THE CHAIN DATE COMES BACK IN    ***
      ***  WR-RUN-DATE AND BECOMES THIS RUN'S DATE.                   ***
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
           MOVE 'RESULTS READ' TO WR-TOTAL-LABEL(1).
           MOVE CT-RESULTS-READ TO WR-TOTAL-VALUE(1).
           MOVE 'REJECTS' TO WR-TOTAL-LABEL(2).
           MOVE CT-REJECTS-READ TO WR-TOTAL-VALUE(2).
           MOVE 'RETURNED' TO WR-TOTAL-LABEL(3).
           MOVE CT-RETURNED TO WR-TOTAL-VALUE(3).
           MOVE 'NO SOURCE' TO WR-TOTAL-LABEL(4).
           MOVE CT-NO-SOURCE TO WR-TOTAL-VALUE(4).
           CALL 'AFM-RUN-CONTROL' USING WR-FUNCTION WR-STEP
                                        WR-RUN-DATE WR-RETURN-CODE
                                        WR-TOTALS WR-RESULT.
      *    THE CALL LEAVES ITS OWN RETURN CODE IN RETURN-CODE - PUT
      *    THIS STEP'S BACK SO THE SCHEDULER SEES IT
           MOVE WR-RETURN-CODE TO RETURN-CODE.
       END PROGRAM AFM-RETURN-FEED.
