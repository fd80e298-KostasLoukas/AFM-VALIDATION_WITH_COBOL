       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-RUN-CONTROL.
      ***------------------------------------------------------------***
      ***  NIGHTLY-CHAIN RUN CONTROL - KEEPS THE AFMRUNC LEDGER FOR   ***
      ***  THE FOUR JOBS OF THE CHAIN, IN ORDER:                      ***
      ***    STEP 1  AFM-BATCH-VALIDATION                             ***
      ***    STEP 2  AFM-CUSTMAST-UPDATE                              ***
      ***    STEP 3  AFM-RETURN-FEED                                  ***
      ***    STEP 4  AFM-RECONCILE                                    ***
      ***  EACH JOB CALLS THIS ONCE AT START ('S') AND ONCE AT END    ***
      ***  ('E'). THE START CALL REFUSES THE RUN WHEN THE STEP HAS    ***
      ***  ALREADY COMPLETED FOR THE CHAIN DATE, OR WHEN THE STEP     ***
      ***  BEFORE IT HAS NOT COMPLETED CLEANLY FOR THAT DATE; IT      ***
      ***  PRINTS WHY, AND THE CALLER STOPS. OTHERWISE IT RECORDS THE ***
      ***  STEP AS STARTED. THE END CALL RECORDS THE END TIME, THE    ***
      ***  RETURN CODE AND UP TO FOUR LABELLED CONTROL TOTALS. A STEP ***
      ***  ENDING WITH RETURN CODE 8 OR MORE IS RECORDED AS FAILED,   ***
      ***  NOT COMPLETED, SO THE NEXT STEP WILL NOT RUN ON ITS        ***
      ***  OUTPUT; A STEP THAT NEVER REACHES ITS END CALL (ABEND,     ***
      ***  OPEN FAILURE) STAYS STARTED, WITH THE SAME EFFECT. EITHER  ***
      ***  WAY THE STEP ITSELF MAY BE RUN AGAIN.                      ***
      ***  THE CHAIN DATE IS SET BY STEP 1 (THE CALLER'S DATE, OR     ***
      ***  TODAY WHEN BLANK) AND KEPT ON A CONTROL RECORD UNDER KEY   ***
      ***  ZERO; A LATER STEP CALLING WITH A BLANK DATE IS GIVEN THE  ***
      ***  CHAIN DATE BACK, SO A CHAIN THAT RUNS PAST MIDNIGHT STAYS  ***
      ***  ON ONE DATE. AFM-CHAIN-STATUS PRINTS THE LEDGER AND CAN    ***
      ***  REOPEN A COMPLETED STEP FOR A DELIBERATE RERUN.            ***
      ***                                                             ***
      ***  LS-RUN-FUNCTION  'S' = START CHECK, 'E' = END OF STEP      ***
      ***  LS-RUN-STEP      1 TO 4, AS ABOVE                          ***
      ***  LS-RUN-DATE      CHAIN DATE YYYYMMDD - BLANK ON 'S' MEANS  ***
      ***                   THE CURRENT CHAIN DATE, RETURNED HERE     ***
      ***  LS-RUN-RC        ON 'E', THE STEP'S RETURN CODE            ***
      ***  LS-RUN-TOTALS    ON 'E', FOUR LABEL/VALUE PAIRS            ***
      ***  LS-RUN-RESULT    'Y' = CARRY ON, 'N' = REFUSED - STOP      ***
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
      ***  RUN-LEDGER RECORD - ONE PER CHAIN DATE AND STEP. KEEP IN   ***
      ***  STEP WITH AFM-CHAIN-STATUS. THE SECOND 01 IS THE ALTERNATE ***
      ***  VIEW OF THE CHAIN-DATE CONTROL RECORD UNDER KEY ZERO.      ***
      ***------------------------------------------------------------***
       FD  RUN-LEDGER.
       01  RL-RECORD.
           05  RL-KEY.
               10  RL-RUN-DATE              PIC X(8).
               10  RL-STEP                  PIC 9.
           05  RL-JOB-NAME                  PIC X(24).
      *        'S' = STARTED (RUNNING, OR STOPPED SHORT),
      *        'C' = COMPLETED CLEANLY, 'F' = ENDED RC 8 OR MORE,
      *        'O' = REOPENED BY AFM-CHAIN-STATUS FOR A RERUN
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
       01  WS-CURRENT-STAMP.
           05  WS-CURR-DATE-TIME            PIC X(14).
           05  FILLER                       PIC X(7).
       01  WS-PRED-STEP                     PIC 9    VALUE 0.
       01  WS-OWN-FOUND-SW                  PIC X    VALUE 'N'.
       01  WS-CONTROL-FOUND-SW              PIC X    VALUE 'N'.
       01  WS-CARRY-ON-SW                   PIC X    VALUE 'Y'.
      ***------------------------------------------------------------***
      ***  STEP NAMES, IN CHAIN ORDER.                                ***
      ***------------------------------------------------------------***
       01  STEP-TABLE-VALUES.
           05  FILLER  PIC X(24) VALUE 'AFM-BATCH-VALIDATION'.
           05  FILLER  PIC X(24) VALUE 'AFM-CUSTMAST-UPDATE'.
           05  FILLER  PIC X(24) VALUE 'AFM-RETURN-FEED'.
           05  FILLER  PIC X(24) VALUE 'AFM-RECONCILE'.
       01  STEP-TABLE REDEFINES STEP-TABLE-VALUES.
           05  STEP-NAME OCCURS 4 TIMES     PIC X(24).

       LINKAGE SECTION.
       01  LS-RUN-FUNCTION                  PIC X.
       01  LS-RUN-STEP                      PIC 9.
       01  LS-RUN-DATE                      PIC X(8).
       01  LS-RUN-RC                        PIC 9(4).
       01  LS-RUN-TOTALS                    PIC X(84).
       01  LS-RUN-RESULT                    PIC X.

       PROCEDURE DIVISION USING LS-RUN-FUNCTION LS-RUN-STEP
                                LS-RUN-DATE LS-RUN-RC
                                LS-RUN-TOTALS LS-RUN-RESULT.
           MOVE 'N' TO LS-RUN-RESULT.
           IF LS-RUN-STEP < 1 OR LS-RUN-STEP > 4
              DISPLAY '***RUN CONTROL - UNKNOWN CHAIN STEP '
                      LS-RUN-STEP
              GOBACK
           END-IF.
           PERFORM OPEN-LEDGER-RTN.
           IF WS-RL-STATUS NOT = '00' AND WS-RL-STATUS NOT = '05'
              DISPLAY '***RUN CONTROL - AFMRUNC OPEN FAILED - STATUS '
                      WS-RL-STATUS ' - CHAIN STATE CANNOT BE CHECKED'
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           IF LS-RUN-FUNCTION = 'E'
              PERFORM END-STEP-RTN
           ELSE
              PERFORM START-STEP-RTN
           END-IF.
           CLOSE RUN-LEDGER.
           GOBACK.

      ***------------------------------------------------------------***
      ***  OPENS THE LEDGER, CREATING IT EMPTY THE FIRST TIME, THE    ***
      ***  SAME FALLBACK THE SUITE'S OTHER INDEXED FILES USE. IT IS   ***
      ***  OPENED AND CLOSED ON EVERY CALL - THERE ARE ONLY TWO PER   ***
      ***  JOB, AND NOTHING IS LEFT OPEN IF THE CALLER STOPS.         ***
      ***------------------------------------------------------------***
       OPEN-LEDGER-RTN.
           OPEN I-O RUN-LEDGER.
           IF WS-RL-STATUS = '35'
              OPEN OUTPUT RUN-LEDGER
              CLOSE RUN-LEDGER
              OPEN I-O RUN-LEDGER
           END-IF.

      ***------------------------------------------------------------***
      ***  START CHECK. WORKS OUT THE CHAIN DATE, THEN REFUSES THE    ***
      ***  RUN IF THIS STEP ALREADY COMPLETED FOR IT OR THE STEP      ***
      ***  BEFORE DID NOT; OTHERWISE RECORDS THE STEP AS STARTED.     ***
      ***------------------------------------------------------------***
       START-STEP-RTN.
           MOVE 'Y' TO WS-CARRY-ON-SW.
           PERFORM GET-CONTROL-RTN.
           IF LS-RUN-DATE = SPACES
              PERFORM DEFAULT-DATE-RTN
           END-IF.
           IF WS-CARRY-ON-SW = 'Y'
              PERFORM CHECK-OWN-ENTRY-RTN
           END-IF.
           IF WS-CARRY-ON-SW = 'Y' AND LS-RUN-STEP > 1
              PERFORM CHECK-PREDECESSOR-RTN
           END-IF.
           IF WS-CARRY-ON-SW = 'Y'
              PERFORM RECORD-START-RTN
              IF LS-RUN-STEP = 1
                 PERFORM PUT-CONTROL-RTN
              END-IF
              MOVE 'Y' TO LS-RUN-RESULT
              DISPLAY 'RUN CONTROL - ' STEP-NAME(LS-RUN-STEP)
                      ' STARTED FOR CHAIN DATE ' LS-RUN-DATE
           END-IF.

      ***------------------------------------------------------------***
      ***  NO DATE GIVEN - STEP 1 STARTS A CHAIN FOR TODAY, A LATER   ***
      ***  STEP JOINS THE CHAIN STEP 1 LAST STARTED.                  ***
      ***------------------------------------------------------------***
       DEFAULT-DATE-RTN.
           IF LS-RUN-STEP = 1
              MOVE WS-CURR-DATE-TIME(1:8) TO LS-RUN-DATE
           ELSE
              IF WS-CONTROL-FOUND-SW = 'Y'
                 MOVE RLC-CHAIN-DATE TO LS-RUN-DATE
              ELSE
                 MOVE 'N' TO WS-CARRY-ON-SW
                 DISPLAY '***RUN REFUSED - ' STEP-NAME(LS-RUN-STEP)
                 DISPLAY '***NO CHAIN HAS BEEN STARTED - '
                         STEP-NAME(1) ' MUST RUN FIRST'
              END-IF
           END-IF.

      ***------------------------------------------------------------***
      ***  A STEP ALREADY COMPLETED FOR THE CHAIN DATE IS NOT RUN     ***
      ***  TWICE. ANY OTHER STATE (STARTED, FAILED, REOPENED) MAY BE  ***
      ***  RUN AGAIN.                                                 ***
      ***------------------------------------------------------------***
       CHECK-OWN-ENTRY-RTN.
           MOVE LS-RUN-DATE TO RL-RUN-DATE.
           MOVE LS-RUN-STEP TO RL-STEP.
           READ RUN-LEDGER
               INVALID KEY
                   MOVE 'N' TO WS-OWN-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OWN-FOUND-SW
           END-READ.
           IF WS-OWN-FOUND-SW = 'Y' AND RL-STATE = 'C'
              MOVE 'N' TO WS-CARRY-ON-SW
              DISPLAY '***RUN REFUSED - ' STEP-NAME(LS-RUN-STEP)
              DISPLAY '***ALREADY COMPLETED FOR CHAIN DATE '
                      LS-RUN-DATE ' AT ' RL-END-STAMP
              DISPLAY '***REOPEN THE STEP WITH AFM-CHAIN-STATUS '
                      'TO RUN IT AGAIN'
           END-IF.

      ***------------------------------------------------------------***
      ***  THE STEP BEFORE MUST HAVE A LEDGER ENTRY FOR THE SAME      ***
      ***  CHAIN DATE, AND IT MUST SAY COMPLETED - OTHERWISE THE RUN  ***
      ***  IS REFUSED, SHOWING WHERE THE STEP BEFORE GOT TO.          ***
      ***------------------------------------------------------------***
       CHECK-PREDECESSOR-RTN.
           COMPUTE WS-PRED-STEP = LS-RUN-STEP - 1.
           MOVE LS-RUN-DATE TO RL-RUN-DATE.
           MOVE WS-PRED-STEP TO RL-STEP.
           READ RUN-LEDGER
               INVALID KEY
                   MOVE 'N' TO WS-CARRY-ON-SW
                   DISPLAY '***RUN REFUSED - ' STEP-NAME(LS-RUN-STEP)
                   DISPLAY '***' STEP-NAME(WS-PRED-STEP)
                           ' HAS NOT RUN FOR CHAIN DATE ' LS-RUN-DATE
               NOT INVALID KEY
                   IF RL-STATE NOT = 'C'
                      MOVE 'N' TO WS-CARRY-ON-SW
                      DISPLAY '***RUN REFUSED - '
                              STEP-NAME(LS-RUN-STEP)
                      DISPLAY '***' STEP-NAME(WS-PRED-STEP)
                              ' DID NOT COMPLETE FOR CHAIN DATE '
                              LS-RUN-DATE ' - STATE ' RL-STATE
                              ' RC ' RL-RETURN-CODE
                   END-IF
           END-READ.

      ***------------------------------------------------------------***
      ***  WRITES (FIRST ATTEMPT) OR REWRITES (RESTART, OR RERUN OF A ***
      ***  FAILED OR REOPENED STEP) THE STEP'S ENTRY AS STARTED, WITH ***
      ***  THE END FIELDS CLEARED AND THE ATTEMPT COUNT BUMPED.       ***
      ***------------------------------------------------------------***
       RECORD-START-RTN.
           IF WS-OWN-FOUND-SW = 'N'
              MOVE SPACES TO RL-RECORD
              MOVE 0 TO RL-ATTEMPTS
           ELSE
              MOVE LS-RUN-DATE TO RL-RUN-DATE
              MOVE LS-RUN-STEP TO RL-STEP
              READ RUN-LEDGER
                  INVALID KEY
                      MOVE SPACES TO RL-RECORD
                      MOVE 0 TO RL-ATTEMPTS
              END-READ
           END-IF.
           MOVE LS-RUN-DATE TO RL-RUN-DATE.
           MOVE LS-RUN-STEP TO RL-STEP.
           MOVE STEP-NAME(LS-RUN-STEP) TO RL-JOB-NAME.
           MOVE 'S' TO RL-STATE.
           MOVE WS-CURR-DATE-TIME TO RL-START-STAMP.
           MOVE SPACES TO RL-END-STAMP.
           MOVE 0 TO RL-RETURN-CODE.
           ADD 1 TO RL-ATTEMPTS.
           MOVE SPACES TO RL-TOTALS.
           IF WS-OWN-FOUND-SW = 'Y'
              REWRITE RL-RECORD
                  INVALID KEY
                      DISPLAY '***RUN CONTROL REWRITE FAILED - STATUS '
                              WS-RL-STATUS
              END-REWRITE
           ELSE
              WRITE RL-RECORD
                  INVALID KEY
                      DISPLAY '***RUN CONTROL WRITE FAILED - STATUS '
                              WS-RL-STATUS
              END-WRITE
           END-IF.

      ***------------------------------------------------------------***
      ***  END OF STEP - RECORDS THE END TIME, RETURN CODE AND        ***
      ***  CONTROL TOTALS, AND MARKS THE STEP COMPLETED (RC UNDER 8)  ***
      ***  OR FAILED. AN ENTRY THAT HAS GONE MISSING SINCE THE START  ***
      ***  CALL IS WRITTEN AFRESH RATHER THAN LOSING THE RESULT.      ***
      ***------------------------------------------------------------***
       END-STEP-RTN.
           MOVE LS-RUN-DATE TO RL-RUN-DATE.
           MOVE LS-RUN-STEP TO RL-STEP.
           READ RUN-LEDGER
               INVALID KEY
                   MOVE 'N' TO WS-OWN-FOUND-SW
                   MOVE SPACES TO RL-RECORD
                   MOVE LS-RUN-DATE TO RL-RUN-DATE
                   MOVE LS-RUN-STEP TO RL-STEP
                   MOVE STEP-NAME(LS-RUN-STEP) TO RL-JOB-NAME
                   MOVE 1 TO RL-ATTEMPTS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OWN-FOUND-SW
           END-READ.
           MOVE WS-CURR-DATE-TIME TO RL-END-STAMP.
           MOVE LS-RUN-RC TO RL-RETURN-CODE.
           MOVE LS-RUN-TOTALS TO RL-TOTALS.
           IF LS-RUN-RC < 8
              MOVE 'C' TO RL-STATE
           ELSE
              MOVE 'F' TO RL-STATE
           END-IF.
           IF WS-OWN-FOUND-SW = 'Y'
              REWRITE RL-RECORD
                  INVALID KEY
                      DISPLAY '***RUN CONTROL REWRITE FAILED - STATUS '
                              WS-RL-STATUS
              END-REWRITE
           ELSE
              WRITE RL-RECORD
                  INVALID KEY
                      DISPLAY '***RUN CONTROL WRITE FAILED - STATUS '
                              WS-RL-STATUS
              END-WRITE
           END-IF.
           MOVE 'Y' TO LS-RUN-RESULT.
           IF RL-STATE = 'C'
              DISPLAY 'RUN CONTROL - ' STEP-NAME(LS-RUN-STEP)
                      ' COMPLETED FOR CHAIN DATE ' LS-RUN-DATE
           ELSE
              DISPLAY '***RUN CONTROL - ' STEP-NAME(LS-RUN-STEP)
                      ' FAILED FOR CHAIN DATE ' LS-RUN-DATE
                      ' - RC ' LS-RUN-RC ' - NEXT STEP WILL NOT RUN'
           END-IF.

       GET-CONTROL-RTN.
           MOVE WS-CONTROL-KEY TO RLC-KEY.
           READ RUN-LEDGER
               INVALID KEY
                   MOVE 'N' TO WS-CONTROL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONTROL-FOUND-SW
           END-READ.

      ***------------------------------------------------------------***
      ***  STEP 1 HAS STARTED A CHAIN - STAMPS ITS DATE ON THE        ***
      ***  CONTROL RECORD FOR THE STEPS THAT FOLLOW.                  ***
      ***------------------------------------------------------------***
       PUT-CONTROL-RTN.
           MOVE SPACES TO RL-CONTROL-RECORD.
           MOVE WS-CONTROL-KEY TO RLC-KEY.
           MOVE '*' TO RLC-FLAG.
           MOVE LS-RUN-DATE TO RLC-CHAIN-DATE.
           IF WS-CONTROL-FOUND-SW = 'Y'
              REWRITE RL-CONTROL-RECORD
                  INVALID KEY
                      DISPLAY '***CHAIN-DATE STAMP FAILED - STATUS '
                              WS-RL-STATUS
              END-REWRITE
           ELSE
              WRITE RL-CONTROL-RECORD
                  INVALID KEY
                      DISPLAY '***CHAIN-DATE STAMP FAILED - STATUS '
                              WS-RL-STATUS
              END-WRITE
           END-IF.
       END PROGRAM AFM-RUN-CONTROL.
