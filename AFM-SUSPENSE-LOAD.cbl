       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-SUSPENSE-LOAD.
      ***------------------------------------------------------------***
      ***  LOADS THE NIGHT'S REJECTS FROM THE FLAT SUSPENSE FILE      ***
      ***  (AFMSUSPO, AS AFM-BATCH-VALIDATION WROTE IT) ONTO THE      ***
      ***  INDEXED SUSPENSE-CORRECTION FILE AFMSCOR, WHERE THE AFMS   ***
      ***  SCREEN (AFM-SUSPENSE-FIX) PAGES THROUGH THEM BY SOURCE     ***
      ***  SYSTEM AND RETURN CODE AND THE CORRECTION TEAM FIXES,      ***
      ***  ABANDONS OR RETURNS EACH ONE, INSTEAD OF HAND-EDITING THE  ***
      ***  FLAT FILE FOR A CORRECTION RERUN. AFM-SUSPENSE-EXTRACT     ***
      ***  LATER PULLS THE CORRECTED ONES BACK OUT FOR THE NEXT RUN.  ***
      ***  EACH ITEM KEEPS THE ORIGINAL AFM, NAME, RETURN CODE AND    ***
      ***  REASON, AND STARTS OUT PENDING WITH THE ORIGINAL AFM AND   ***
      ***  NAME AS ITS CURRENT VALUES. FOREIGN EU VAT NUMBERS ('60')  ***
      ***  ARE NOT ERRORS TO CORRECT - THE FOREIGN DESK WORKS THEM    ***
      ***  FROM AFMFRGN - SO THEY ARE COUNTED AND LEFT OUT. A FILE    ***
      ***  NOT IN THE CURRENT SUSPENSE LAYOUT IS REFUSED BEFORE A     ***
      ***  RECORD IS LOADED, AND SO IS A SECOND LOAD ON THE SAME DATE ***
      ***  (IT WOULD QUEUE EVERY REJECT TWICE).                       ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFM-SUSPENSE-FILE    ASSIGN TO AFMSUSPO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT OPTIONAL CORRECTION-FILE  ASSIGN TO AFMSCOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-SC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ***------------------------------------------------------------***
      ***  SUSPENSE RECORD LAYOUT AS AFM-BATCH-VALIDATION WRITES IT - ***
      ***  KEEP IN STEP WITH BS-SUSPENSE-RECORD THERE. THE FILE       ***
      ***  STARTS WITH A LAYOUT-VERSION HEADER.                       ***
      ***------------------------------------------------------------***
       FD  AFM-SUSPENSE-FILE.
       01  BS-SUSPENSE-RECORD.
           05  BS-AFM                       PIC X(14).
           05  BS-CUSTOMER-NAME             PIC X(30).
           05  BS-SOURCE-SYSTEM             PIC X(10).
           05  BS-EXTRACT-DATE              PIC X(8).
           05  FILLER                       PIC X(18).
           05  BS-RETURN-CODE               PIC XX.
           05  BS-REASON                    PIC X(50).
       01  BS-HEADER-RECORD.
           05  BSH-ID                       PIC X(3).
           05  BSH-LAYOUT                   PIC XX.
           05  FILLER                       PIC X(127).

      ***------------------------------------------------------------***
      ***  SUSPENSE-CORRECTION RECORD LAYOUT - KEEP IN STEP WITH AFM- ***
      ***  SUSPENSE-FIX AND AFM-SUSPENSE-EXTRACT. THE KEY GROUPS THE  ***
      ***  ITEMS BY SOURCE SYSTEM AND ORIGINAL RETURN CODE, OLDEST    ***
      ***  LOAD FIRST, SO THE SCREEN CAN START A BROWSE ON EITHER.    ***
      ***  THE SECOND 01 IS THE ALTERNATE VIEW OF THE CONTROL RECORD  ***
      ***  UNDER KEY ZERO THAT HOLDS THE LAST LOAD DATE.              ***
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
      *        CURRENT VALUES - THE ORIGINALS UNTIL CORRECTED
           05  SC-AFM                       PIC X(14).
           05  SC-CUSTOMER-NAME             PIC X(30).
      *        'P' = PENDING, 'C' = CORRECTED AND REVALIDATED,
      *        'A' = ABANDONED, 'R' = RETURNED TO THE SOURCE SYSTEM
           05  SC-STATE                     PIC X.
      *        RESULT OF THE LAST REVALIDATION ON THE SCREEN
           05  SC-NEW-RC                    PIC XX.
           05  SC-NEW-MESSAGE               PIC X(50).
      *        WHO LAST ACTED ON THE ITEM, AND WHEN (YYYYMMDDHHMMSS)
           05  SC-USER-ID                   PIC X(8).
           05  SC-ACTION-STAMP              PIC X(14).
      *        SET BY AFM-SUSPENSE-EXTRACT ONCE THE ITEM IS EXTRACTED
      *        (CORRECTED) OR REPORTED (ABANDONED/RETURNED)
           05  SC-CLOSED-DATE               PIC X(8).
           05  FILLER                       PIC X(5).
       01  SC-CONTROL-RECORD.
           05  SCC-KEY                      PIC X(26).
           05  SCC-FLAG                     PIC X.
           05  SCC-LAST-LOAD-DATE           PIC X(8).
           05  SCC-LAST-LOAD-COUNT          PIC 9(7).
           05  FILLER                       PIC X(218).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  EOF-SW                       PIC 9    VALUE 0.
               88  END-OF-SUSPENSE             VALUE 1.
           05  WS-CONTROL-FOUND-SW          PIC X    VALUE 'N'.
      *    KEY OF THE CORRECTION-FILE CONTROL RECORD - NO REAL ITEM
      *    CAN CARRY A ZERO LOAD DATE
       01  WS-CONTROL-KEY                   PIC X(26)
                                            VALUE ALL '0'.
      *    SAME VALUE AFM-BATCH-VALIDATION STAMPS ON ITS HEADER
       01  WS-SUSP-LAYOUT                   PIC XX   VALUE '02'.
       01  WS-LAST-SEQ                      PIC 9(6) VALUE 0.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYYMMDD              PIC X(8).
           05  FILLER                       PIC X(13).
       01  WS-LOAD-COUNTERS                 COMP.
           05  CT-SUSPENSE-READ             PIC 9(7) VALUE 0.
           05  CT-LOADED                    PIC 9(7) VALUE 0.
           05  CT-FOREIGN-SKIPPED           PIC 9(7) VALUE 0.
           05  CT-LOAD-FAILED               PIC 9(7) VALUE 0.
       01  WS-SUSP-STATUS                   PIC XX   VALUE '00'.
       01  WS-SC-STATUS                     PIC XX   VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM INITIALIZE-RTN.
           PERFORM PROCESS-RTN UNTIL END-OF-SUSPENSE.
           PERFORM TERMINATE-RTN.
           GOBACK.

      ***------------------------------------------------------------***
      ***  OPENS BOTH FILES, REFUSES A SECOND LOAD FOR THE SAME DATE, ***
      ***  PROVES THE SUSPENSE LAYOUT AND PRIMES THE READ. A          ***
      ***  CORRECTION FILE THAT DOES NOT EXIST YET (STATUS '35') IS   ***
      ***  CREATED EMPTY FIRST, THE SAME FALLBACK THE CUSTMAST JOBS   ***
      ***  USE.                                                       ***
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           OPEN INPUT AFM-SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = '00'
              DISPLAY '***AFM-SUSPENSE-FILE OPEN FAILED - STATUS '
                      WS-SUSP-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O CORRECTION-FILE.
           IF WS-SC-STATUS = '35'
              OPEN OUTPUT CORRECTION-FILE
              CLOSE CORRECTION-FILE
              OPEN I-O CORRECTION-FILE
           END-IF.
           IF WS-SC-STATUS NOT = '00' AND WS-SC-STATUS NOT = '05'
              DISPLAY '***CORRECTION-FILE OPEN FAILED - STATUS '
                      WS-SC-STATUS
              CLOSE AFM-SUSPENSE-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM GET-LOAD-CONTROL-RTN.
           IF WS-CONTROL-FOUND-SW = 'Y'
              AND SCC-LAST-LOAD-DATE = WS-RUN-YYYYMMDD
              DISPLAY '***SUSPENSE ALREADY LOADED ON '
                      WS-RUN-YYYYMMDD ' - ' SCC-LAST-LOAD-COUNT
                      ' ITEMS'
              DISPLAY '***RUN REFUSED - NOTHING LOADED'
              CLOSE AFM-SUSPENSE-FILE
              CLOSE CORRECTION-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CHECK-LAYOUT-RTN.
           PERFORM READ-SUSPENSE-RTN.

      ***------------------------------------------------------------***
      ***  PROVES THE SUSPENSE FILE IS IN THE LAYOUT THIS PROGRAM     ***
      ***  READS, THE SAME CHECK THE CORRECTION RERUN MAKES. AN EMPTY ***
      ***  FILE IS SIMPLY A NIGHT WITH NO REJECTS.                    ***
      ***------------------------------------------------------------***
       CHECK-LAYOUT-RTN.
           READ AFM-SUSPENSE-FILE
               AT END
                   MOVE 1 TO EOF-SW
               NOT AT END
                   IF BSH-ID = 'HDR' AND BSH-LAYOUT = WS-SUSP-LAYOUT
                      CONTINUE
                   ELSE
                      DISPLAY '***AFMSUSPO IS NOT IN SUSPENSE'
                              ' LAYOUT ' WS-SUSP-LAYOUT
                      DISPLAY '***RUN REFUSED - NOTHING LOADED'
                      CLOSE AFM-SUSPENSE-FILE
                      CLOSE CORRECTION-FILE
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

      ***------------------------------------------------------------***
      ***  QUEUES ONE REJECT FOR CORRECTION, OR COUNTS A FOREIGN EU   ***
      ***  VAT NUMBER AS LEFT TO THE FOREIGN DESK.                    ***
      ***------------------------------------------------------------***
       PROCESS-RTN.
           IF BS-RETURN-CODE = '60'
              ADD 1 TO CT-FOREIGN-SKIPPED
           ELSE
              PERFORM LOAD-ITEM-RTN
           END-IF.
           PERFORM READ-SUSPENSE-RTN.

       LOAD-ITEM-RTN.
           ADD 1 TO WS-LAST-SEQ.
           MOVE SPACES TO SC-RECORD.
           MOVE BS-SOURCE-SYSTEM TO SC-SOURCE-SYSTEM.
           MOVE BS-RETURN-CODE TO SC-RETURN-CODE.
           MOVE WS-RUN-YYYYMMDD TO SC-LOAD-DATE.
           MOVE WS-LAST-SEQ TO SC-LOAD-SEQ.
           MOVE BS-EXTRACT-DATE TO SC-EXTRACT-DATE.
           MOVE BS-AFM TO SC-ORIG-AFM.
           MOVE BS-CUSTOMER-NAME TO SC-ORIG-NAME.
           MOVE BS-REASON TO SC-REASON.
           MOVE BS-AFM TO SC-AFM.
           MOVE BS-CUSTOMER-NAME TO SC-CUSTOMER-NAME.
           MOVE 'P' TO SC-STATE.
           WRITE SC-RECORD
               INVALID KEY
                   DISPLAY '***NOT LOADED ' BS-AFM ' '
                           BS-CUSTOMER-NAME ' - STATUS '
                           WS-SC-STATUS
                   ADD 1 TO CT-LOAD-FAILED
               NOT INVALID KEY
                   ADD 1 TO CT-LOADED
           END-WRITE.

      ***------------------------------------------------------------***
      ***  READS THE CONTROL RECORD FOR THE DATE OF THE LAST LOAD.    ***
      ***------------------------------------------------------------***
       GET-LOAD-CONTROL-RTN.
           MOVE WS-CONTROL-KEY TO SCC-KEY.
           READ CORRECTION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CONTROL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONTROL-FOUND-SW
           END-READ.

       PUT-LOAD-CONTROL-RTN.
           MOVE SPACES TO SC-CONTROL-RECORD.
           MOVE WS-CONTROL-KEY TO SCC-KEY.
           MOVE '*' TO SCC-FLAG.
           MOVE WS-RUN-YYYYMMDD TO SCC-LAST-LOAD-DATE.
           MOVE CT-LOADED TO SCC-LAST-LOAD-COUNT.
           IF WS-CONTROL-FOUND-SW = 'Y'
              REWRITE SC-CONTROL-RECORD
                  INVALID KEY
                      DISPLAY '***CORRECTION CONTROL REWRITE FAILED'
                              ' - STATUS ' WS-SC-STATUS
                      MOVE 16 TO RETURN-CODE
              END-REWRITE
           ELSE
              WRITE SC-CONTROL-RECORD
                  INVALID KEY
                      DISPLAY '***CORRECTION CONTROL WRITE FAILED'
                              ' - STATUS ' WS-SC-STATUS
                      MOVE 16 TO RETURN-CODE
              END-WRITE
           END-IF.

      ***------------------------------------------------------------***
      ***  READS THE NEXT SUSPENSE RECORD. SAFE TO PERFORM AFTER END- ***
      ***  OF-FILE HAS ALREADY BEEN REACHED - IT SIMPLY DOES NOTHING. ***
      ***------------------------------------------------------------***
       READ-SUSPENSE-RTN.
           IF NOT END-OF-SUSPENSE
              READ AFM-SUSPENSE-FILE
                  AT END
                      MOVE 1 TO EOF-SW
                  NOT AT END
                      ADD 1 TO CT-SUSPENSE-READ
              END-READ
           END-IF.

      ***------------------------------------------------------------***
      ***  DISPLAYS THE END-OF-JOB LOAD REPORT.                       ***
      ***------------------------------------------------------------***
       REPORT-RTN.
           DISPLAY '===================================='.
           DISPLAY 'AFM SUSPENSE CORRECTION LOAD - REPORT'.
           DISPLAY '===================================='.
           DISPLAY 'LOAD DATE .................. ' WS-RUN-YYYYMMDD.
           DISPLAY 'SUSPENSE RECORDS READ ...... ' CT-SUSPENSE-READ.
           DISPLAY 'QUEUED FOR CORRECTION ...... ' CT-LOADED.
           DISPLAY 'FOREIGN EU VAT LEFT OUT .... ' CT-FOREIGN-SKIPPED.
           DISPLAY 'NOT LOADED ................. ' CT-LOAD-FAILED.
           DISPLAY '===================================='.

       TERMINATE-RTN.
           PERFORM PUT-LOAD-CONTROL-RTN.
           CLOSE AFM-SUSPENSE-FILE.
           CLOSE CORRECTION-FILE.
           IF CT-LOAD-FAILED > 0 AND RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM REPORT-RTN.
       END PROGRAM AFM-SUSPENSE-LOAD.
