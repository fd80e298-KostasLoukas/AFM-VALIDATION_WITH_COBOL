      ***  VALIDATED EXTRACT BECOMES REGISTERED CUSTOMERS WITHOUT     ***
      ***  MANUAL RE-KEYING. PRINTS AN UPDATE REPORT OF RECORDS       ***
      ***  ADDED, RECORDS ALREADY PRESENT AND RECORDS SKIPPED.        ***
      ***  RECORDS FLAGGED FOREIGN (A WELL-FORMED NON-GREEK EU VAT,   ***
      ***  RETURN CODE '60') CANNOT GO ON CUSTMAST, WHICH IS KEYED ON ***
      ***  THE NINE-DIGIT AFM, SO THEY ARE REGISTERED ON THE AFMFRGN  ***
      ***  FOREIGN-CUSTOMER REGISTER INSTEAD, KEYED ON THE FULL       ***
      ***  14-CHARACTER VAT NUMBER, FOR AFM-VIES-REQUEST AND          ***
      ***  AFM-VIES-CONFIRM TO HAVE CONFIRMED AGAINST VIES.           ***
      ***  STEP 2 OF THE NIGHTLY CHAIN - RUNS ONLY ONCE AFM-BATCH-    ***
      ***  VALIDATION HAS COMPLETED FOR THE CHAIN DATE ON THE AFMRUNC ***
      ***  LEDGER, AND REGISTERS CUSTOMERS UNDER THAT DATE.           ***
      ***  EVERY CUSTOMER ADDED IS ALSO WRITTEN TO THE AFMJRNL CHANGE ***
      ***  JOURNAL UNDER THIS RUN'S START STAMP, SO AFM-JOURNAL-      ***
      ***  BACKOUT CAN TAKE A BAD RUN OFF THE MASTER AGAIN.           ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT OPTIONAL FOREIGN-REGISTER ASSIGN TO AFMFRGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FR-VAT-NUMBER
               FILE STATUS IS WS-FR-STATUS.
           SELECT CM-JOURNAL-FILE      ASSIGN TO AFMJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AFM-RESULT-FILE.
       01  BR-RESULT-RECORD.
      *        CANONICAL NINE DIGITS FOR A GREEK AFM - ONLY VALID
      *        RECORDS GO ON CUSTMAST, AND THOSE ARE ALWAYS GREEK,
      *        SO THE MASTER KEY IS THE FIRST NINE BYTES. A FOREIGN
      *        EU VAT IS CARRIED WHOLE, COUNTRY PREFIX INCLUDED.
           05  BR-AFM.
               10  BR-AFM-9                 PIC X(9).
               10  FILLER                   PIC X(5).
           05  CM-REG-CHANNEL               PIC X.
           05  CM-SOURCE-SYSTEM             PIC X(10).
           05  CM-STATUS-CODE               PIC X.
           05  CM-STATUS-REASON             PIC XX.
           05  CM-STATUS-DATE               PIC X(8).
           05  CM-RELEASED-REASON           PIC XX.
           05  FILLER                       PIC X(8).

      ***------------------------------------------------------------***
      ***  FOREIGN EU VAT CUSTOMER REGISTER - WRITTEN HERE, CONFIRMED ***
      ***  BY AFM-VIES-CONFIRM. KEEP IN STEP WITH BOTH VIES JOBS.     ***
      ***  FR-VIES-STATUS: SPACE = NOT YET CONFIRMED, 'V' = VALID AT  ***
      ***  VIES, 'I' = REJECTED BY VIES, 'U' = VIES COULD NOT ANSWER  ***
      ***  (MEMBER-STATE SERVICE DOWN). FR-LAST-VALID-DATE IS THE     ***
      ***  LAST CONSULTATION THAT CONFIRMED THE NUMBER, AND FR-VIES-  ***
      ***  NAME/FR-VIES-REFERENCE ARE THAT CONSULTATION'S - ALL THREE ***
      ***  ARE KEPT WHEN A LATER ONE REJECTS IT OR CANNOT BE ANSWERED.***
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
      ***  CUSTMAST CHANGE JOURNAL - ONE RECORD FOR EVERY WRITE,      ***
      ***  REWRITE OR DELETE OF A CM-RECORD, WITH THE FULL BEFORE     ***
      ***  AND AFTER IMAGES (SPACES FOR THE SIDE THAT DID NOT EXIST). ***
      ***  KEEP IN STEP WITH EVERY CUSTMAST WRITER AND WITH AFM-      ***
      ***  JOURNAL-BACKOUT, WHICH UNDOES A RUN FROM IT.               ***
      ***------------------------------------------------------------***
       FD  CM-JOURNAL-FILE.
       01  JR-RECORD.
           05  JR-TIMESTAMP                 PIC X(21).
           05  JR-RUN-DATE                  PIC X(8).
           05  JR-PROGRAM                   PIC X(20).
      *        START STAMP (YYYYMMDDHHMMSS) OF THE RUN THAT MADE THE
      *        CHANGE - WITH THE PROGRAM, WHAT A BACK-OUT SELECTS ON
           05  JR-RUN-ID                    PIC X(14).
      *        'A' = ADDED, 'C' = CHANGED, 'D' = DELETED
           05  JR-ACTION                    PIC X.
           05  JR-USER-ID                   PIC X(8).
           05  JR-AFM                       PIC X(9).
           05  JR-BEFORE-IMAGE              PIC X(80).
           05  JR-AFTER-IMAGE               PIC X(80).
           05  FILLER                       PIC X(9).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYYMMDD              PIC X(8).
           05  FILLER                       PIC X(13).
      *    THE CUSTMAST CHANGE BEING JOURNALLED - SET BY THE CALLER
      *    OF JOURNAL-RTN. THE RUN ID IS FIXED AT START OF JOB
       01  WS-JOURNAL-FIELDS.
           05  WS-JR-RUN-ID                 PIC X(14).
           05  WS-JR-ACTION                 PIC X.
           05  WS-JR-USER                   PIC X(8).
           05  WS-JR-BEFORE                 PIC X(80).
           05  WS-JR-AFTER                  PIC X(80).
       01  WS-UPDATE-COUNTERS               COMP.
           05  CT-RECORDS-READ              PIC 9(7) VALUE 0.
           05  CT-ADDED                     PIC 9(7) VALUE 0.
           05  CT-ALREADY-PRESENT           PIC 9(7) VALUE 0.
           05  CT-SKIPPED                   PIC 9(7) VALUE 0.
           05  CT-FOREIGN-ADDED             PIC 9(7) VALUE 0.
           05  CT-FOREIGN-PRESENT           PIC 9(7) VALUE 0.
      ***------------------------------------------------------------***
      ***  AFM-RUN-CONTROL CALL PARAMETERS - SEE THAT PROGRAM FOR THE ***
      ***  CONTRACT. THE FOUR TOTALS ARE WHAT THE CHAIN-STATUS REPORT ***
      ***  SHOWS FOR THIS STEP.                                       ***
      ***------------------------------------------------------------***
       01  WS-RUN-CONTROL-PARMS.
           05  WR-FUNCTION                  PIC X.
           05  WR-STEP                      PIC 9    VALUE 2.
           05  WR-RUN-DATE                  PIC X(8) VALUE SPACES.
           05  WR-RETURN-CODE               PIC 9(4) VALUE 0.
           05  WR-TOTALS.
               10  WR-TOTAL OCCURS 4 TIMES.
                   15  WR-TOTAL-LABEL       PIC X(12).
                   15  WR-TOTAL-VALUE       PIC 9(9).
           05  WR-RESULT                    PIC X.
               88  WR-RUN-ALLOWED              VALUE 'Y'.
       01  WS-RES-STATUS                    PIC XX   VALUE '00'.
       01  WS-CM-STATUS                     PIC XX   VALUE '00'.
       01  WS-FR-STATUS                     PIC XX   VALUE '00'.
       01  WS-JR-STATUS                     PIC XX   VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-RTN.
      ***  THE READ. A MISSING CUSTOMER MASTER (STATUS '35') IS       ***
      ***  CREATED EMPTY FIRST, THE SAME FALLBACK THE VALIDATION      ***
      ***  SUBROUTINE USES FOR THE AUDIT TRAIL, SO THE FIRST EVER     ***
      ***  RUN OF THIS JOB CAN BUILD THE MASTER FROM SCRATCH. THE     ***
      ***  FOREIGN-CUSTOMER REGISTER GETS THE SAME FALLBACK.          ***
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:14) TO WS-JR-RUN-ID.
           MOVE 'BATCH' TO WS-JR-USER.
           PERFORM RUN-CONTROL-START-RTN.
           MOVE WR-RUN-DATE TO WS-RUN-YYYYMMDD.
           OPEN INPUT AFM-RESULT-FILE.
           IF WS-RES-STATUS NOT = '00'
              DISPLAY '***AFM-RESULT-FILE OPEN FAILED - STATUS '
              CLOSE AFM-RESULT-FILE
              STOP RUN
           END-IF.
           OPEN I-O FOREIGN-REGISTER.
           IF WS-FR-STATUS = '35'
              OPEN OUTPUT FOREIGN-REGISTER
              CLOSE FOREIGN-REGISTER
              OPEN I-O FOREIGN-REGISTER
           END-IF.
           IF WS-FR-STATUS NOT = '00' AND WS-FR-STATUS NOT = '05'
              DISPLAY '***FOREIGN-REGISTER OPEN FAILED - STATUS '
                      WS-FR-STATUS
              CLOSE AFM-RESULT-FILE
              CLOSE CUSTOMER-MASTER
              STOP RUN
           END-IF.
           OPEN EXTEND CM-JOURNAL-FILE.
           IF WS-JR-STATUS = '35'
              OPEN OUTPUT CM-JOURNAL-FILE
           END-IF.
           IF WS-JR-STATUS NOT = '00'
              DISPLAY '***CM-JOURNAL-FILE OPEN FAILED - STATUS '
                      WS-JR-STATUS
              CLOSE AFM-RESULT-FILE
              CLOSE CUSTOMER-MASTER
              CLOSE FOREIGN-REGISTER
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-RESULT-RTN.

      ***------------------------------------------------------------***
      ***  ALREADY PRESENT AND LEFT UNTOUCHED - THE BATCH VALIDATOR   ***
      ***  HAS ALREADY REJECTED SAME-AFM/DIFFERENT-NAME RECORDS AS    ***
      ***  DUPLICATES, SO A VALID RECORD FOUND ON FILE CARRIES THE    ***
      ***  SAME NAME THE MASTER ALREADY HOLDS. A FOREIGN EU VAT GOES  ***
      ***  TO THE FOREIGN-CUSTOMER REGISTER; ANYTHING ELSE NOT        ***
      ***  FLAGGED VALID IS SKIPPED.                                  ***
      ***------------------------------------------------------------***
       PROCESS-RTN.
           EVALUATE BR-STATUS
             WHEN 'VALID'
               PERFORM REGISTER-RTN
             WHEN 'FOREIGN'
               PERFORM REGISTER-FOREIGN-RTN
             WHEN OTHER
               ADD 1 TO CT-SKIPPED
           END-EVALUATE.
           PERFORM READ-RESULT-RTN.

       REGISTER-RTN.
                   MOVE BR-AFM-9 TO CM-AFM
                   MOVE BR-CUSTOMER-NAME TO CM-CUSTOMER-NAME
                   PERFORM SET-REGISTRATION-RTN
                   MOVE CM-RECORD TO WS-JR-AFTER
                   WRITE CM-RECORD
                       INVALID KEY
                           DISPLAY '***CUSTMAST WRITE FAILED FOR AFM '
                           ADD 1 TO CT-SKIPPED
                       NOT INVALID KEY
                           ADD 1 TO CT-ADDED
                           MOVE 'A' TO WS-JR-ACTION
                           MOVE SPACES TO WS-JR-BEFORE
                           PERFORM JOURNAL-RTN
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO CT-ALREADY-PRESENT
           END-READ.

      ***------------------------------------------------------------***
      ***  REGISTERS ONE FOREIGN EU VAT ON THE FOREIGN-CUSTOMER       ***
      ***  REGISTER, NOT YET CONFIRMED. A NUMBER ALREADY REGISTERED   ***
      ***  IS COUNTED AND LEFT AS IT IS, ITS VIES HISTORY INTACT.     ***
      ***------------------------------------------------------------***
       REGISTER-FOREIGN-RTN.
           MOVE BR-AFM TO FR-VAT-NUMBER.
           READ FOREIGN-REGISTER
               INVALID KEY
                   MOVE SPACES TO FR-RECORD
                   MOVE BR-AFM TO FR-VAT-NUMBER
                   MOVE BR-CUSTOMER-NAME TO FR-CUSTOMER-NAME
                   MOVE WS-RUN-YYYYMMDD TO FR-REG-DATE
                   MOVE BR-SOURCE-SYSTEM TO FR-SOURCE-SYSTEM
                   WRITE FR-RECORD
                       INVALID KEY
                           DISPLAY '***AFMFRGN WRITE FAILED FOR VAT '
                                   BR-AFM ' - STATUS ' WS-FR-STATUS
                           ADD 1 TO CT-SKIPPED
                       NOT INVALID KEY
                           ADD 1 TO CT-FOREIGN-ADDED
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO CT-FOREIGN-PRESENT
           END-READ.

      ***------------------------------------------------------------***
      ***  FILLS IN WHAT IS KNOWN AT REGISTRATION TIME, SO IT IS NOT  ***
      ***  THROWN AWAY THE MOMENT THE RECORD IS WRITTEN: THE CATEGORY ***
           MOVE BR-SOURCE-SYSTEM TO CM-SOURCE-SYSTEM.
           MOVE 'A' TO CM-STATUS-CODE.

      ***------------------------------------------------------------***
      ***  APPENDS ONE CUSTMAST JOURNAL RECORD FROM WS-JOURNAL-       ***
      ***  FIELDS. A CHANGE THAT CANNOT BE JOURNALLED STOPS THE RUN - ***
      ***  CARRYING ON WOULD MAKE CHANGES NO BACK-OUT COULD UNDO.     ***
      ***------------------------------------------------------------***
       JOURNAL-RTN.
           MOVE SPACES TO JR-RECORD.
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.
           MOVE WS-RUN-YYYYMMDD TO JR-RUN-DATE.
           MOVE 'AFM-CUSTMAST-UPDATE' TO JR-PROGRAM.
           MOVE WS-JR-RUN-ID TO JR-RUN-ID.
           MOVE WS-JR-ACTION TO JR-ACTION.
           MOVE WS-JR-USER TO JR-USER-ID.
           IF WS-JR-AFTER = SPACES
              MOVE WS-JR-BEFORE(1:9) TO JR-AFM
           ELSE
              MOVE WS-JR-AFTER(1:9) TO JR-AFM
           END-IF.
           MOVE WS-JR-BEFORE TO JR-BEFORE-IMAGE.
           MOVE WS-JR-AFTER TO JR-AFTER-IMAGE.
           WRITE JR-RECORD.
           IF WS-JR-STATUS NOT = '00'
              DISPLAY '***CM-JOURNAL-FILE WRITE FAILED FOR ' JR-AFM
                      ' - STATUS ' WS-JR-STATUS
              CLOSE AFM-RESULT-FILE
              CLOSE CUSTOMER-MASTER
              CLOSE FOREIGN-REGISTER
              CLOSE CM-JOURNAL-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ***------------------------------------------------------------***
      ***  READS THE NEXT RESULT RECORD. SAFE TO PERFORM AFTER        ***
      ***  END-OF-FILE HAS ALREADY BEEN REACHED - IT SIMPLY DOES      ***
           DISPLAY '===================================='.
           DISPLAY 'AFM CUSTOMER-MASTER UPDATE - REPORT'.
           DISPLAY '===================================='.
           DISPLAY 'JOURNAL RUN ID ............. ' WS-JR-RUN-ID.
           DISPLAY 'RESULT RECORDS READ ........ ' CT-RECORDS-READ.
           DISPLAY 'CUSTOMERS ADDED ............ ' CT-ADDED.
           DISPLAY 'ALREADY PRESENT ............ ' CT-ALREADY-PRESENT.
           DISPLAY 'FOREIGN EU VAT ADDED ....... ' CT-FOREIGN-ADDED.
           DISPLAY 'FOREIGN ALREADY PRESENT .... ' CT-FOREIGN-PRESENT.
           DISPLAY 'SKIPPED (NOT VALID) ........ ' CT-SKIPPED.
           DISPLAY '===================================='.

       TERMINATE-RTN.
           CLOSE AFM-RESULT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE FOREIGN-REGISTER
           CLOSE CM-JOURNAL-FILE.
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
           MOVE CT-RECORDS-READ TO WR-TOTAL-VALUE(1).
           MOVE 'ADDED' TO WR-TOTAL-LABEL(2).
           MOVE CT-ADDED TO WR-TOTAL-VALUE(2).
           MOVE 'PRESENT' TO WR-TOTAL-LABEL(3).
           MOVE CT-ALREADY-PRESENT TO WR-TOTAL-VALUE(3).
           MOVE 'FOREIGN ADD' TO WR-TOTAL-LABEL(4).
           MOVE CT-FOREIGN-ADDED TO WR-TOTAL-VALUE(4).
           CALL 'AFM-RUN-CONTROL' USING WR-FUNCTION WR-STEP
                                        WR-RUN-DATE WR-RETURN-CODE
                                        WR-TOTALS WR-RESULT.
      *    THE CALL LEAVES ITS OWN RETURN CODE IN RETURN-CODE - PUT
      *    THIS STEP'S BACK SO THE SCHEDULER SEES IT
           MOVE WR-RETURN-CODE TO RETURN-CODE.
       END PROGRAM AFM-CUSTMAST-UPDATE.
