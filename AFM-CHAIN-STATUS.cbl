       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-CHAIN-STATUS.
      ***------------------------------------------------------------***
      ***  NIGHTLY-CHAIN STATUS REPORT FOR THE MORNING HANDOVER -     ***
      ***  PRINTS, FOR ONE CHAIN DATE, WHERE EACH OF THE FOUR STEPS   ***
      ***  KEPT ON THE AFMRUNC LEDGER BY AFM-RUN-CONTROL GOT TO: ITS  ***
      ***  STATE, START AND END TIMES, RETURN CODE, NUMBER OF         ***
      ***  ATTEMPTS AND CONTROL TOTALS, THEN A ONE-LINE VERDICT       ***
      ***  NAMING THE STEP TO PICK UP FROM. ENDS WITH RETURN CODE 8   ***
      ***  WHEN THE CHAIN IS NOT COMPLETE, SO THE SCHEDULER CAN FLAG  ***
      ***  IT TOO.                                                    ***
      ***  SYSIN CARD 1 IS THE CHAIN DATE, YYYYMMDD; A BLANK LINE     ***
      ***  MEANS THE DATE STEP 1 LAST STARTED. AN OPTIONAL CARD 2 IS  ***
      ***  A STEP NUMBER (1-4) TO REOPEN FOR A DELIBERATE RERUN: THE  ***
      ***  STEP AND EVERY RECORDED STEP AFTER IT - WHICH WERE BUILT   ***
      ***  ON ITS OUTPUT - ARE MARKED REOPENED, SO AFM-RUN-CONTROL    ***
      ***  LETS THEM RUN AGAIN IN ORDER. THE REPORT IS PRINTED AFTER  ***
      ***  THE REOPEN, SHOWING THE RESULT.                            ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-LEDGER       ASSIGN TO AFMRUNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-RL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ***------------------------------------------------------------***
      ***  RUN-LEDGER RECORD AS KEPT BY AFM-RUN-CONTROL - KEEP IN     ***
      ***  STEP WITH IT. THE SECOND 01 IS THE CHAIN-DATE CONTROL      ***
      ***  RECORD UNDER KEY ZERO.                                     ***
      ***------------------------------------------------------------***
       FD  RUN-LEDGER.
       01  RL-RECORD.
           05  RL-KEY.
               10  RL-RUN-DATE              PIC X(8).
               10  RL-STEP                  PIC 9.
           05  RL-JOB-NAME                  PIC X(24).
           05  RL-STATE                     PIC X.
           05  RL-START-STAMP               PIC X(14).
           05  RL-END-STAMP                 PIC X(14).
           05  RL-RETURN-CODE               PIC 9(4).
           05  RL-ATTEMPTS                  PIC 9(3).
           05  RL-TOTALS.
               10  RL-TOTAL OCCURS 4 TIMES.
                   15  RL-TOTAL-LABEL       PIC X(12).
                   15  RL-TOTAL-VALUE       PIC 9(9).
           05  FILLER                       PIC X(7).
       01  RL-CONTROL-RECORD.
           05  RLC-KEY                      PIC X(9).
           05  RLC-FLAG                     PIC X.
           05  RLC-CHAIN-DATE               PIC X(8).
           05  FILLER                       PIC X(142).

       WORKING-STORAGE SECTION.
       01  WS-RL-STATUS                     PIC XX   VALUE '00'.
       01  WS-CONTROL-KEY                   PIC X(9) VALUE '000000000'.
       01  WS-CHAIN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-REOPEN-CARD                   PIC X    VALUE SPACE.
       01  WS-REOPEN-STEP                   PIC 9    VALUE 0.
       01  WS-STEP                          PIC 9    VALUE 0.
       01  WS-TOTAL-NO                      PIC 9    VALUE 0.
       01  WS-STATE-TEXT                    PIC X(10).
      *    THE FIRST STEP THAT IS NOT COMPLETE, AND ITS STATE - THE
      *    VERDICT. ZERO MEANS THE WHOLE CHAIN COMPLETED
       01  WS-PICKUP-STEP                   PIC 9    VALUE 0.
       01  WS-PICKUP-STATE                  PIC X    VALUE SPACE.
       01  WS-STATUS-COUNTERS               COMP.
           05  CT-STEPS-COMPLETE            PIC 9(7) VALUE 0.
           05  CT-STEPS-REOPENED            PIC 9(7) VALUE 0.
      ***------------------------------------------------------------***
      ***  STEP NAMES, IN CHAIN ORDER - THE SAME TABLE AFM-RUN-       ***
      ***  CONTROL HOLDS, SO A STEP NEVER RUN CAN STILL BE NAMED.     ***
      ***------------------------------------------------------------***
       01  STEP-TABLE-VALUES.
           05  FILLER  PIC X(24) VALUE 'AFM-BATCH-VALIDATION'.
           05  FILLER  PIC X(24) VALUE 'AFM-CUSTMAST-UPDATE'.
           05  FILLER  PIC X(24) VALUE 'AFM-RETURN-FEED'.
           05  FILLER  PIC X(24) VALUE 'AFM-RECONCILE'.
       01  STEP-TABLE REDEFINES STEP-TABLE-VALUES.
           05  STEP-NAME OCCURS 4 TIMES     PIC X(24).

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM INITIALIZE-RTN.
           IF WS-REOPEN-STEP > 0
              PERFORM REOPEN-RTN
                  VARYING WS-STEP FROM WS-REOPEN-STEP BY 1
                  UNTIL WS-STEP > 4
           END-IF.
           PERFORM TERMINATE-RTN.
           GOBACK.

      ***------------------------------------------------------------***
      ***  TAKES THE TWO CARDS, OPENS THE LEDGER (FOR UPDATE ONLY     ***
      ***  WHEN A STEP IS TO BE REOPENED) AND SETTLES THE CHAIN DATE. ***
      ***  A BAD STEP NUMBER, OR NO DATE AND NO CHAIN EVER STARTED,   ***
      ***  STOPS THE RUN.                                             ***
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           ACCEPT WS-CHAIN-DATE.
           ACCEPT WS-REOPEN-CARD.
           IF WS-REOPEN-CARD NOT = SPACE
              IF WS-REOPEN-CARD < '1' OR WS-REOPEN-CARD > '4'
                 DISPLAY '***UNKNOWN STEP TO REOPEN ' WS-REOPEN-CARD
                         ' - USE 1 TO 4, OR LEAVE BLANK'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-REOPEN-CARD TO WS-REOPEN-STEP
           END-IF.
           IF WS-REOPEN-STEP > 0
              OPEN I-O RUN-LEDGER
           ELSE
              OPEN INPUT RUN-LEDGER
           END-IF.
           IF WS-RL-STATUS NOT = '00' AND WS-RL-STATUS NOT = '05'
              DISPLAY '***RUN-LEDGER OPEN FAILED - STATUS '
                      WS-RL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CHAIN-DATE = SPACES
              MOVE WS-CONTROL-KEY TO RLC-KEY
              READ RUN-LEDGER
                  INVALID KEY
                      DISPLAY '***NO CHAIN HAS EVER BEEN STARTED - '
                              'GIVE A CHAIN DATE'
                      CLOSE RUN-LEDGER
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  NOT INVALID KEY
                      MOVE RLC-CHAIN-DATE TO WS-CHAIN-DATE
              END-READ
           END-IF.

      ***------------------------------------------------------------***
      ***  REOPENS ONE STEP FOR A RERUN. A STEP NOT YET RECORDED FOR  ***
      ***  THE DATE HAS NOTHING TO REOPEN; A STEP STILL MARKED        ***
      ***  STARTED MAY BE RUNNING NOW, SO IT IS LEFT FOR THE OPERATOR ***
      ***  TO CONFIRM - IT CAN BE RERUN AS IT IS ONCE IT HAS STOPPED. ***
      ***------------------------------------------------------------***
       REOPEN-RTN.
           MOVE WS-CHAIN-DATE TO RL-RUN-DATE.
           MOVE WS-STEP TO RL-STEP.
           READ RUN-LEDGER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RL-STATE = 'S'
                      DISPLAY '***NOT REOPENED - ' STEP-NAME(WS-STEP)
                              ' IS MARKED STARTED - IT MAY BE RUNNING'
                   ELSE
                      MOVE 'O' TO RL-STATE
                      REWRITE RL-RECORD
                          INVALID KEY
                              DISPLAY '***REOPEN FAILED - STATUS '
                                      WS-RL-STATUS
                          NOT INVALID KEY
                              ADD 1 TO CT-STEPS-REOPENED
                              DISPLAY 'REOPENED FOR RERUN - '
                                      STEP-NAME(WS-STEP)
                      END-REWRITE
                   END-IF
           END-READ.

      ***------------------------------------------------------------***
      ***  PRINTS ONE STEP OF THE CHAIN. THE FIRST STEP FOUND NOT     ***
      ***  COMPLETE IS WHERE THE CHAIN STOPPED, AND THE VERDICT NAMES ***
      ***  IT.                                                        ***
      ***------------------------------------------------------------***
       REPORT-STEP-RTN.
           MOVE WS-CHAIN-DATE TO RL-RUN-DATE.
           MOVE WS-STEP TO RL-STEP.
           READ RUN-LEDGER
               INVALID KEY
                   MOVE SPACES TO RL-RECORD
                   MOVE 0 TO RL-RETURN-CODE
                   MOVE 0 TO RL-ATTEMPTS
           END-READ.
           EVALUATE RL-STATE
             WHEN 'C'
               MOVE 'COMPLETED' TO WS-STATE-TEXT
               ADD 1 TO CT-STEPS-COMPLETE
             WHEN 'F'
               MOVE 'FAILED' TO WS-STATE-TEXT
             WHEN 'S'
               MOVE 'STARTED' TO WS-STATE-TEXT
             WHEN 'O'
               MOVE 'REOPENED' TO WS-STATE-TEXT
             WHEN OTHER
               MOVE 'NOT RUN' TO WS-STATE-TEXT
           END-EVALUATE.
           IF RL-STATE NOT = 'C' AND WS-PICKUP-STEP = 0
              MOVE WS-STEP TO WS-PICKUP-STEP
              MOVE RL-STATE TO WS-PICKUP-STATE
           END-IF.
           DISPLAY 'STEP ' WS-STEP ' ' STEP-NAME(WS-STEP)
                   ' ' WS-STATE-TEXT.
           IF RL-STATE NOT = SPACE
              DISPLAY '  STARTED ' RL-START-STAMP(1:8) ' '
                      RL-START-STAMP(9:2) ':' RL-START-STAMP(11:2)
                      ':' RL-START-STAMP(13:2)
                      '   ATTEMPTS ' RL-ATTEMPTS
              IF RL-END-STAMP NOT = SPACES
                 DISPLAY '  ENDED   ' RL-END-STAMP(1:8) ' '
                         RL-END-STAMP(9:2) ':' RL-END-STAMP(11:2)
                         ':' RL-END-STAMP(13:2)
                         '   RC ' RL-RETURN-CODE
              END-IF
              IF RL-TOTALS NOT = SPACES
                 PERFORM REPORT-TOTAL-RTN
                     VARYING WS-TOTAL-NO FROM 1 BY 1
                     UNTIL WS-TOTAL-NO > 4
              END-IF
           END-IF.

       REPORT-TOTAL-RTN.
           IF RL-TOTAL-LABEL(WS-TOTAL-NO) NOT = SPACES
              DISPLAY '    ' RL-TOTAL-LABEL(WS-TOTAL-NO) ' '
                      RL-TOTAL-VALUE(WS-TOTAL-NO)
           END-IF.

       REPORT-RTN.
           DISPLAY '===================================='.
           DISPLAY 'AFM NIGHTLY CHAIN - STATUS REPORT'.
           DISPLAY '===================================='.
           DISPLAY 'CHAIN DATE ................. ' WS-CHAIN-DATE.
           IF WS-REOPEN-STEP > 0
              DISPLAY 'STEPS REOPENED ............. ' CT-STEPS-REOPENED
           END-IF.
           DISPLAY '------------------------------------'.
           PERFORM REPORT-STEP-RTN
               VARYING WS-STEP FROM 1 BY 1
               UNTIL WS-STEP > 4.
           DISPLAY '------------------------------------'.
           DISPLAY 'STEPS COMPLETED ............ ' CT-STEPS-COMPLETE.
           EVALUATE TRUE
             WHEN WS-PICKUP-STEP = 0
               DISPLAY 'CHAIN COMPLETE FOR ' WS-CHAIN-DATE
             WHEN WS-PICKUP-STATE = 'F'
               DISPLAY '***CHAIN STOPPED - ' STEP-NAME(WS-PICKUP-STEP)
                       ' FAILED - FIX AND RERUN IT'
             WHEN WS-PICKUP-STATE = 'S'
               DISPLAY '***CHAIN STOPPED - ' STEP-NAME(WS-PICKUP-STEP)
                       ' STARTED BUT NEVER ENDED - CHECK ITS JOB LOG'
             WHEN OTHER
               DISPLAY '***CHAIN INCOMPLETE - NEXT TO RUN IS '
                       STEP-NAME(WS-PICKUP-STEP)
           END-EVALUATE.
           IF WS-PICKUP-STEP > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY '===================================='.

       TERMINATE-RTN.
           PERFORM REPORT-RTN.
           CLOSE RUN-LEDGER.
       END PROGRAM AFM-CHAIN-STATUS.
