       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-VIES-CONFIRM.
      ***------------------------------------------------------------***
      ***  VIES CONFIRMATION RUN, STEP TWO - POSTS THE EU VIES        ***
      ***  ANSWERS (AFMVRSP, WRITTEN BY THE INTERFACES GATEWAY FROM   ***
      ***  THE AFMVREQ REQUESTS AFM-VIES-REQUEST PRODUCED) BACK TO    ***
      ***  THE AFMFRGN FOREIGN-CUSTOMER REGISTER: THE CONFIRMATION    ***
      ***  STATUS, THE NAME THE MEMBER STATE HAS REGISTERED AGAINST   ***
      ***  THE NUMBER, THE CONSULTATION DATE AND THE VIES             ***
      ***  CONSULTATION REFERENCE (THE PROOF OF CHECK FOR THE         ***
      ***  INTRA-COMMUNITY SUPPLY FILE).                              ***
      ***  THE WHOLE REPLY FILE IS VERIFIED (HEADER, TRAILER, RECORD  ***
      ***  COUNT) IN A FIRST PASS BEFORE THE REGISTER IS OPENED, THE  ***
      ***  SAME RULE AADE-REGISTRY-LOAD APPLIES - A TRUNCATED REPLY   ***
      ***  MUST NOT LEAVE HALF THE REGISTER CONFIRMED.                ***
      ***  THE CONTROL REPORT LISTS EVERY NUMBER VIES REJECTED, WITH  ***
      ***  THE CUSTOMER NAME AND SOURCE SYSTEM IT WAS REGISTERED      ***
      ***  UNDER, SO THE SALES LEDGER TEAM CAN STOP ZERO-RATING THOSE ***
      ***  CUSTOMERS; NUMBERS VIES COULD NOT ANSWER FOR (MEMBER-STATE ***
      ***  SERVICE DOWN) ARE LISTED SEPARATELY FOR THE NEXT 'P' RUN.  ***
      ***  A NUMBER THAT WAS CONFIRMED BEFORE KEEPS ITS LAST-VALID    ***
      ***  DATE WHEN VIES CANNOT ANSWER, SO ONE OUTAGE DOES NOT UNDO  ***
      ***  AN EARLIER CONFIRMATION. A REJECTION OR AN OUTAGE ONLY SETS***
      ***  THE STATUS AND CONSULTATION DATE: THE LAST-VALID DATE, NAME***
      ***  AND CONSULTATION REFERENCE STAY AS THE PROOF THAT THE      ***
      ***  NUMBER WAS VALID UP TO THEN. A REJECTION'S OWN REFERENCE   ***
      ***  IS LISTED ON THE CONTROL REPORT.                           ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIES-REPLY-FILE      ASSIGN TO AFMVRSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VR-STATUS.
           SELECT OPTIONAL FOREIGN-REGISTER ASSIGN TO AFMFRGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FR-VAT-NUMBER
               FILE STATUS IS WS-FR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ***------------------------------------------------------------***
      ***  VIES ANSWER AS WRITTEN BY THE INTERFACES GATEWAY, ONE PER  ***
      ***  AFMVREQ REQUEST, BETWEEN A HEADER (RUN DATE OF THE         ***
      ***  REQUEST FILE IT ANSWERS) AND A TRAILER (DETAIL COUNT).     ***
      ***  THE THREE 01 LEVELS ARE ALTERNATE VIEWS OF THE SAME        ***
      ***  128-BYTE RECORD ('HDR', 'TRL', OR A DETAIL RECORD).        ***
      ***------------------------------------------------------------***
       FD  VIES-REPLY-FILE.
       01  VR-DETAIL-RECORD.
           05  VR-VAT-NUMBER.
               10  VR-COUNTRY-CODE          PIC XX.
               10  VR-VAT-BODY              PIC X(12).
      *        'Y' = VALID AT VIES, 'N' = NOT VALID (REJECTED),
      *        'E' = NO ANSWER - MEMBER-STATE SERVICE UNAVAILABLE,
      *        TIMEOUT OR SIMILAR; THE ERROR TEXT SAYS WHICH
           05  VR-VALID                     PIC X.
           05  VR-CONSULT-DATE              PIC X(8).
           05  VR-TRADER-NAME               PIC X(40).
           05  VR-CONSULT-REFERENCE         PIC X(20).
           05  VR-ERROR-TEXT                PIC X(30).
           05  FILLER                       PIC X(15).
       01  VR-HEADER-RECORD.
           05  VRH-ID                       PIC X(3).
           05  VRH-REQUEST-DATE             PIC X(8).
           05  FILLER                       PIC X(117).
       01  VR-TRAILER-RECORD.
           05  VRT-ID                       PIC X(3).
           05  VRT-COUNT                    PIC 9(7).
           05  FILLER                       PIC X(118).

      ***------------------------------------------------------------***
      ***  FOREIGN EU VAT CUSTOMER REGISTER AS WRITTEN BY AFM-        ***
      ***  CUSTMAST-UPDATE - KEEP IN STEP WITH IT AND AFM-VIES-       ***
      ***  REQUEST. UPDATED IN PLACE BY VAT NUMBER.                   ***
      ***------------------------------------------------------------***
       FD  FOREIGN-REGISTER.
       01  FR-RECORD.
           05  FR-VAT-NUMBER.
               10  FR-COUNTRY-CODE          PIC XX.
               10  FR-VAT-BODY              PIC X(12).
           05  FR-CUSTOMER-NAME             PIC X(30).
           05  FR-REG-DATE                  PIC X(8).
           05  FR-SOURCE-SYSTEM             PIC X(10).
      *        SPACE = NOT YET CONFIRMED, 'V' = VALID AT VIES,
      *        'I' = REJECTED BY VIES, 'U' = VIES COULD NOT ANSWER
           05  FR-VIES-STATUS               PIC X.
           05  FR-VIES-DATE                 PIC X(8).
      *        NAME AND CONSULTATION REFERENCE OF THE LAST ANSWER
      *        THAT CONFIRMED THE NUMBER - THE PROOF BEHIND
      *        FR-LAST-VALID-DATE, SO A REJECTION DOES NOT TOUCH THEM
           05  FR-VIES-NAME                 PIC X(40).
           05  FR-VIES-REFERENCE            PIC X(20).
           05  FR-LAST-VALID-DATE           PIC X(8).
           05  FILLER                       PIC X(11).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  EOF-SW                       PIC 9    VALUE 0.
               88  END-OF-REPLIES              VALUE 1.
           05  WS-HEADER-SEEN-SW            PIC X    VALUE 'N'.
           05  WS-TRAILER-SEEN-SW           PIC X    VALUE 'N'.
       01  WS-REPLY-CONTROLS.
           05  WS-REQUEST-DATE              PIC X(8) VALUE SPACES.
           05  WS-TRAILER-COUNT             PIC 9(7) VALUE 0.
           05  WS-VERIFY-COUNT              PIC 9(7) VALUE 0.
       01  WS-CONFIRM-COUNTERS              COMP.
           05  CT-REPLIES-READ              PIC 9(7) VALUE 0.
           05  CT-CONFIRMED                 PIC 9(7) VALUE 0.
           05  CT-REJECTED                  PIC 9(7) VALUE 0.
           05  CT-UNAVAILABLE               PIC 9(7) VALUE 0.
           05  CT-NOT-ON-REGISTER           PIC 9(7) VALUE 0.
           05  CT-BAD-REPLY                 PIC 9(7) VALUE 0.
       01  WS-VR-STATUS                     PIC XX   VALUE '00'.
       01  WS-FR-STATUS                     PIC XX   VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM VERIFY-REPLY-RTN.
           PERFORM OPEN-REGISTER-RTN.
           PERFORM APPLY-RTN UNTIL END-OF-REPLIES.
           PERFORM TERMINATE-RTN.
           GOBACK.

      ***------------------------------------------------------------***
      ***  FIRST PASS - READS THE WHOLE REPLY FILE WITHOUT TOUCHING   ***
      ***  THE REGISTER AND PROVES IT COMPLETE: HEADER PRESENT,       ***
      ***  TRAILER PRESENT, AND THE TRAILER COUNT MATCHING THE DETAIL ***
      ***  RECORDS READ. A TRUNCATED OR MALFORMED REPLY FAILS THE RUN ***
      ***  (RETURN CODE 16) BEFORE THE REGISTER IS OPENED AT ALL. THE ***
      ***  FILE IS THEN CLOSED AND REOPENED SO THE APPLY PASS READS   ***
      ***  IT FROM THE TOP.                                           ***
      ***------------------------------------------------------------***
       VERIFY-REPLY-RTN.
           OPEN INPUT VIES-REPLY-FILE.
           IF WS-VR-STATUS NOT = '00'
              DISPLAY '***VIES-REPLY-FILE OPEN FAILED - STATUS '
                      WS-VR-STATUS
              STOP RUN
           END-IF.
           PERFORM READ-REPLY-RTN.
           PERFORM VERIFY-RECORD-RTN UNTIL END-OF-REPLIES.
           IF WS-HEADER-SEEN-SW NOT = 'Y'
              DISPLAY '***VIES REPLY HEADER MISSING'
              PERFORM FAIL-BEFORE-POST-RTN
           END-IF.
           IF WS-TRAILER-SEEN-SW NOT = 'Y'
              DISPLAY '***VIES REPLY TRAILER MISSING - TRANSMISSION'
                      ' CUT SHORT?'
              PERFORM FAIL-BEFORE-POST-RTN
           END-IF.
           IF WS-TRAILER-COUNT NOT = WS-VERIFY-COUNT
              DISPLAY '***TRAILER COUNT ' WS-TRAILER-COUNT
                      ' DOES NOT MATCH DETAIL RECORDS READ '
                      WS-VERIFY-COUNT
              PERFORM FAIL-BEFORE-POST-RTN
           END-IF.
           CLOSE VIES-REPLY-FILE.
           MOVE 0 TO EOF-SW.
           OPEN INPUT VIES-REPLY-FILE.
           PERFORM READ-REPLY-RTN.

       VERIFY-RECORD-RTN.
           EVALUATE TRUE
             WHEN VRH-ID = 'HDR'
               MOVE 'Y' TO WS-HEADER-SEEN-SW
               MOVE VRH-REQUEST-DATE TO WS-REQUEST-DATE
             WHEN VRT-ID = 'TRL'
               MOVE 'Y' TO WS-TRAILER-SEEN-SW
               MOVE VRT-COUNT TO WS-TRAILER-COUNT
             WHEN OTHER
               ADD 1 TO WS-VERIFY-COUNT
           END-EVALUATE.
           PERFORM READ-REPLY-RTN.

       FAIL-BEFORE-POST-RTN.
           DISPLAY '***RUN FAILED - FOREIGN REGISTER UNTOUCHED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      ***------------------------------------------------------------***
      ***  OPENS THE REGISTER FOR UPDATE. THERE IS NO CREATE-IF-      ***
      ***  MISSING FALLBACK HERE - ANSWERS WITH NO REGISTER TO POST   ***
      ***  TO MEAN THE WRONG FILE WAS ALLOCATED, SO THE RUN STOPS.    ***
      ***------------------------------------------------------------***
       OPEN-REGISTER-RTN.
           OPEN I-O FOREIGN-REGISTER.
           IF WS-FR-STATUS NOT = '00'
              DISPLAY '***FOREIGN-REGISTER OPEN FAILED - STATUS '
                      WS-FR-STATUS
              CLOSE VIES-REPLY-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'VIES CONFIRMATION - EXCEPTIONS'.
           DISPLAY '===================================='.

      ***------------------------------------------------------------***
      ***  SECOND PASS - POSTS ONE ANSWER. HEADER AND TRAILER WERE    ***
      ***  CAPTURED ON THE VERIFY PASS AND ARE SKIPPED HERE.          ***
      ***------------------------------------------------------------***
       APPLY-RTN.
           EVALUATE TRUE
             WHEN VRH-ID = 'HDR'
               CONTINUE
             WHEN VRT-ID = 'TRL'
               CONTINUE
             WHEN OTHER
               ADD 1 TO CT-REPLIES-READ
               PERFORM APPLY-DETAIL-RTN
           END-EVALUATE.
           PERFORM READ-REPLY-RTN.

      ***------------------------------------------------------------***
      ***  FINDS THE REGISTER ENTRY THE ANSWER BELONGS TO AND POSTS   ***
      ***  IT. AN ANSWER FOR A NUMBER NOT ON THE REGISTER, OR WITH A  ***
      ***  VALIDITY CODE THE GATEWAY SHOULD NEVER SEND, IS LISTED AND ***
      ***  NOT POSTED.                                                ***
      ***------------------------------------------------------------***
       APPLY-DETAIL-RTN.
           MOVE VR-VAT-NUMBER TO FR-VAT-NUMBER.
           READ FOREIGN-REGISTER
               INVALID KEY
                   DISPLAY 'NOT ON REGISTER  ' VR-VAT-NUMBER
                           ' - ANSWER NOT POSTED'
                   ADD 1 TO CT-NOT-ON-REGISTER
               NOT INVALID KEY
                   PERFORM POST-ANSWER-RTN
           END-READ.

       POST-ANSWER-RTN.
           EVALUATE VR-VALID
             WHEN 'Y'
               MOVE 'V' TO FR-VIES-STATUS
               MOVE VR-TRADER-NAME TO FR-VIES-NAME
               MOVE VR-CONSULT-REFERENCE TO FR-VIES-REFERENCE
               MOVE VR-CONSULT-DATE TO FR-LAST-VALID-DATE
               ADD 1 TO CT-CONFIRMED
             WHEN 'N'
               MOVE 'I' TO FR-VIES-STATUS
               DISPLAY 'VIES REJECTED    ' FR-VAT-NUMBER ' '
                       FR-CUSTOMER-NAME ' ' FR-SOURCE-SYSTEM
                       ' REG ' FR-REG-DATE
               DISPLAY '                 REJECTION REFERENCE '
                       VR-CONSULT-REFERENCE ' OF ' VR-CONSULT-DATE
               ADD 1 TO CT-REJECTED
             WHEN 'E'
               MOVE 'U' TO FR-VIES-STATUS
               DISPLAY 'VIES UNAVAILABLE ' FR-VAT-NUMBER ' '
                       FR-CUSTOMER-NAME ' ' VR-ERROR-TEXT
               ADD 1 TO CT-UNAVAILABLE
             WHEN OTHER
               DISPLAY 'BAD REPLY        ' FR-VAT-NUMBER
                       ' - UNKNOWN VALIDITY CODE ' VR-VALID
               ADD 1 TO CT-BAD-REPLY
           END-EVALUATE.
           IF VR-VALID = 'Y' OR 'N' OR 'E'
              MOVE VR-CONSULT-DATE TO FR-VIES-DATE
              REWRITE FR-RECORD
                  INVALID KEY
                      DISPLAY '***AFMFRGN REWRITE FAILED FOR VAT '
                              FR-VAT-NUMBER ' - STATUS ' WS-FR-STATUS
                      MOVE 16 TO RETURN-CODE
              END-REWRITE
           END-IF.

      ***------------------------------------------------------------***
      ***  READS THE NEXT REPLY RECORD. SAFE TO PERFORM AFTER         ***
      ***  END-OF-FILE HAS ALREADY BEEN REACHED - IT SIMPLY DOES      ***
      ***  NOTHING.                                                   ***
      ***------------------------------------------------------------***
       READ-REPLY-RTN.
           IF NOT END-OF-REPLIES
              READ VIES-REPLY-FILE
                  AT END MOVE 1 TO EOF-SW
              END-READ
           END-IF.

      ***------------------------------------------------------------***
      ***  DISPLAYS THE END-OF-JOB CONTROL REPORT. ANSWERS THAT COULD ***
      ***  NOT BE POSTED AT ALL SET RETURN CODE 8 - THE REQUEST AND   ***
      ***  REPLY FILES ARE OUT OF STEP AND SOMEBODY MUST LOOK.        ***
      ***------------------------------------------------------------***
       REPORT-RTN.
           DISPLAY '===================================='.
           DISPLAY 'VIES CONFIRMATION - CONTROL REPORT'.
           DISPLAY '===================================='.
           DISPLAY 'REQUEST DATE ............... ' WS-REQUEST-DATE.
           DISPLAY 'ANSWERS READ ............... ' CT-REPLIES-READ.
           DISPLAY 'TRAILER COUNT .............. ' WS-TRAILER-COUNT.
           DISPLAY 'CONFIRMED VALID ............ ' CT-CONFIRMED.
           DISPLAY 'REJECTED BY VIES ........... ' CT-REJECTED.
           DISPLAY 'VIES UNAVAILABLE ........... ' CT-UNAVAILABLE.
           DISPLAY 'NOT ON REGISTER ............ ' CT-NOT-ON-REGISTER.
           DISPLAY 'BAD REPLY RECORDS .......... ' CT-BAD-REPLY.
           IF CT-NOT-ON-REGISTER > 0 OR CT-BAD-REPLY > 0
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           DISPLAY '===================================='.

       TERMINATE-RTN.
           CLOSE VIES-REPLY-FILE
           CLOSE FOREIGN-REGISTER.
           PERFORM REPORT-RTN.
       END PROGRAM AFM-VIES-CONFIRM.
