       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-VIES-REQUEST.
      ***------------------------------------------------------------***
      ***  VIES CONFIRMATION RUN, STEP ONE - WALKS THE AFMFRGN        ***
      ***  FOREIGN-CUSTOMER REGISTER (LOADED BY AFM-CUSTMAST-UPDATE   ***
      ***  FROM THE '60' RESULTS ON AFMOUT01) AND WRITES ONE CHECK    ***
      ***  REQUEST PER EU VAT NUMBER TO AFMVREQ. THE INTERFACES       ***
      ***  GATEWAY STEP PUTS EACH REQUEST TO THE EU VIES SERVICE AND  ***
      ***  WRITES THE ANSWERS TO AFMVRSP, WHICH AFM-VIES-CONFIRM THEN ***
      ***  POSTS BACK TO THE REGISTER - THE SAME FILE-EXCHANGE        ***
      ***  ARRANGEMENT THE AADEREG SNAPSHOT USES, SO NOTHING IN THE   ***
      ***  SUITE TALKS TO AN OUTSIDE SERVICE DIRECTLY.                ***
      ***  THE REQUEST FILE CARRIES A HEADER (RUN DATE) AND TRAILER   ***
      ***  (RECORD COUNT) SO THE GATEWAY CAN PROVE IT RECEIVED THE    ***
      ***  WHOLE TRANSMISSION, THE SAME WAY THE RETURN FEEDS DO.      ***
      ***  ONE SYSIN CARD SELECTS WHAT IS SENT: BLANK OR 'A' SENDS    ***
      ***  EVERY NUMBER ON THE REGISTER (PERIODIC RECONFIRMATION),    ***
      ***  'P' SENDS ONLY THOSE NOT CURRENTLY CONFIRMED VALID (NEW    ***
      ***  REGISTRATIONS, REJECTIONS AND NUMBERS VIES COULD NOT       ***
      ***  ANSWER LAST TIME).                                         ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FOREIGN-REGISTER ASSIGN TO AFMFRGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FR-VAT-NUMBER
               FILE STATUS IS WS-FR-STATUS.
           SELECT VIES-REQUEST-FILE    ASSIGN TO AFMVREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ***------------------------------------------------------------***
      ***  FOREIGN EU VAT CUSTOMER REGISTER AS WRITTEN BY AFM-        ***
      ***  CUSTMAST-UPDATE - KEEP IN STEP WITH IT AND AFM-VIES-       ***
      ***  CONFIRM. READ SEQUENTIALLY BY VAT NUMBER.                  ***
      ***------------------------------------------------------------***
       FD  FOREIGN-REGISTER.
       01  FR-RECORD.
           05  FR-VAT-NUMBER.
               10  FR-COUNTRY-CODE          PIC XX.
               10  FR-VAT-BODY              PIC X(12).
           05  FR-CUSTOMER-NAME             PIC X(30).
           05  FR-REG-DATE                  PIC X(8).
           05  FR-SOURCE-SYSTEM             PIC X(10).
           05  FR-VIES-STATUS               PIC X.
           05  FR-VIES-DATE                 PIC X(8).
           05  FR-VIES-NAME                 PIC X(40).
           05  FR-VIES-REFERENCE            PIC X(20).
           05  FR-LAST-VALID-DATE           PIC X(8).
           05  FILLER                       PIC X(11).

      ***------------------------------------------------------------***
      ***  VIES CHECK REQUEST AS READ BY THE INTERFACES GATEWAY. THE  ***
      ***  SERVICE TAKES THE MEMBER-STATE CODE AND THE NATIONAL       ***
      ***  NUMBER SEPARATELY, SO THEY ARE CARRIED SEPARATELY HERE.    ***
      ***  THE THREE 01 LEVELS ARE ALTERNATE VIEWS OF THE SAME        ***
      ***  80-BYTE RECORD ('HDR', 'TRL', OR A DETAIL RECORD).         ***
      ***------------------------------------------------------------***
       FD  VIES-REQUEST-FILE.
       01  VQ-DETAIL-RECORD.
           05  VQ-COUNTRY-CODE              PIC XX.
           05  VQ-VAT-BODY                  PIC X(12).
           05  VQ-REQUEST-DATE              PIC X(8).
           05  FILLER                       PIC X(58).
       01  VQ-HEADER-RECORD.
           05  VQH-ID                       PIC X(3).
           05  VQH-RUN-DATE                 PIC X(8).
           05  FILLER                       PIC X(69).
       01  VQ-TRAILER-RECORD.
           05  VQT-ID                       PIC X(3).
           05  VQT-COUNT                    PIC 9(7).
           05  FILLER                       PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  EOF-SW                       PIC 9    VALUE 0.
               88  END-OF-REGISTER             VALUE 1.
       01  WS-REQUEST-MODE                  PIC X    VALUE SPACE.
           88  SEND-ALL                        VALUE 'A'.
           88  SEND-PENDING                    VALUE 'P'.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYYMMDD              PIC X(8).
           05  FILLER                       PIC X(13).
       01  WS-REQUEST-COUNTERS              COMP.
           05  CT-REGISTER-READ             PIC 9(7) VALUE 0.
           05  CT-REQUESTED                 PIC 9(7) VALUE 0.
           05  CT-ALREADY-VALID             PIC 9(7) VALUE 0.
       01  WS-FR-STATUS                     PIC XX   VALUE '00'.
       01  WS-VQ-STATUS                     PIC XX   VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM INITIALIZE-RTN.
           PERFORM PROCESS-RTN UNTIL END-OF-REGISTER.
           PERFORM TERMINATE-RTN.
           GOBACK.

      ***------------------------------------------------------------***
      ***  TAKES THE REQUEST MODE (BLANK DEFAULTS TO 'A'), OPENS THE  ***
      ***  REGISTER AND THE REQUEST FILE, WRITES THE HEADER AND       ***
      ***  PRIMES THE READ. AN UNKNOWN MODE STOPS THE RUN BEFORE      ***
      ***  ANYTHING IS WRITTEN.                                       ***
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           ACCEPT WS-REQUEST-MODE.
           IF WS-REQUEST-MODE = SPACE
              MOVE 'A' TO WS-REQUEST-MODE
           END-IF.
           IF NOT SEND-ALL AND NOT SEND-PENDING
              DISPLAY '***UNKNOWN REQUEST MODE ' WS-REQUEST-MODE
                      ' - USE A (ALL) OR P (PENDING)'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT FOREIGN-REGISTER.
           IF WS-FR-STATUS NOT = '00' AND WS-FR-STATUS NOT = '05'
              DISPLAY '***FOREIGN-REGISTER OPEN FAILED - STATUS '
                      WS-FR-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT VIES-REQUEST-FILE.
           IF WS-VQ-STATUS NOT = '00'
              DISPLAY '***VIES-REQUEST-FILE OPEN FAILED - STATUS '
                      WS-VQ-STATUS
              CLOSE FOREIGN-REGISTER
              STOP RUN
           END-IF.
           MOVE SPACES TO VQ-HEADER-RECORD.
           MOVE 'HDR' TO VQH-ID.
           MOVE WS-RUN-YYYYMMDD TO VQH-RUN-DATE.
           WRITE VQ-HEADER-RECORD.
           PERFORM READ-REGISTER-RTN.

      ***------------------------------------------------------------***
      ***  WRITES ONE CHECK REQUEST. IN PENDING MODE A NUMBER VIES    ***
      ***  HAS ALREADY CONFIRMED VALID IS COUNTED AND NOT SENT.       ***
      ***------------------------------------------------------------***
       PROCESS-RTN.
           IF SEND-PENDING AND FR-VIES-STATUS = 'V'
              ADD 1 TO CT-ALREADY-VALID
           ELSE
              MOVE SPACES TO VQ-DETAIL-RECORD
              MOVE FR-COUNTRY-CODE TO VQ-COUNTRY-CODE
              MOVE FR-VAT-BODY TO VQ-VAT-BODY
              MOVE WS-RUN-YYYYMMDD TO VQ-REQUEST-DATE
              WRITE VQ-DETAIL-RECORD
              ADD 1 TO CT-REQUESTED
           END-IF.
           PERFORM READ-REGISTER-RTN.

      ***------------------------------------------------------------***
      ***  READS THE NEXT REGISTER ENTRY. SAFE TO PERFORM AFTER       ***
      ***  END-OF-FILE HAS ALREADY BEEN REACHED - IT SIMPLY DOES      ***
      ***  NOTHING.                                                   ***
      ***------------------------------------------------------------***
       READ-REGISTER-RTN.
           IF NOT END-OF-REGISTER
              READ FOREIGN-REGISTER
                  AT END MOVE 1 TO EOF-SW
                  NOT AT END ADD 1 TO CT-REGISTER-READ
              END-READ
           END-IF.

       REPORT-RTN.
           DISPLAY '===================================='.
           DISPLAY 'VIES CONFIRMATION - REQUEST EXTRACT'.
           DISPLAY '===================================='.
           DISPLAY 'RUN DATE ................... ' WS-RUN-YYYYMMDD.
           IF SEND-ALL
              DISPLAY 'REQUEST MODE ............... ALL'
           ELSE
              DISPLAY 'REQUEST MODE ............... PENDING ONLY'
           END-IF.
           DISPLAY 'REGISTER ENTRIES READ ...... ' CT-REGISTER-READ.
           DISPLAY 'ALREADY VALID - NOT SENT ... ' CT-ALREADY-VALID.
           DISPLAY 'CHECK REQUESTS WRITTEN ..... ' CT-REQUESTED.
           DISPLAY '===================================='.

       TERMINATE-RTN.
           MOVE SPACES TO VQ-TRAILER-RECORD.
           MOVE 'TRL' TO VQT-ID.
           MOVE CT-REQUESTED TO VQT-COUNT.
           WRITE VQ-TRAILER-RECORD.
           CLOSE FOREIGN-REGISTER
           CLOSE VIES-REQUEST-FILE.
           PERFORM REPORT-RTN.
       END PROGRAM AFM-VIES-REQUEST.
