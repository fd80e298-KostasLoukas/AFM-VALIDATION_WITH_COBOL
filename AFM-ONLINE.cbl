      ***  AFTER A VALID RESULT, PF5 REGISTERS THE CUSTOMER ON        ***
      ***  CUSTMAST DIRECTLY FROM THE SCREEN (SEE REGISTER-RTN), SO   ***
      ***  FRONT-DESK STAFF NO LONGER WALK THE AFM AND NAME OVER TO   ***
      ***  A BACK-OFFICE QUEUE TO GET THE CUSTOMER ADDED. A CUSTOMER  ***
      ***  THAT COMPLIANCE HAS HELD, SUSPENDED OR CLOSED IS NEVER     ***
      ***  OFFERED PF5 - THE MESSAGE LINE WARNS NOT TO INVOICE IT.    ***
      ***  EVERY PF5 REGISTRATION IS ALSO WRITTEN TO THE AFMJRNL      ***
      ***  CUSTMAST CHANGE JOURNAL, THE SAME AS THE BATCH WRITERS.    ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       DATA DIVISION.

      ***------------------------------------------------------------***
      ***  CICS-SAFE COPIES OF THE CUSTOMER-MASTER, AUDIT-TRAIL,      ***
      ***  STOPLIST, REGISTRY-SNAPSHOT AND CHANGE-JOURNAL RECORD      ***
      ***  LAYOUTS. THESE FILES ARE READ/WRITTEN HERE VIA EXEC CICS   ***
      ***  FILE CONTROL AGAINST THE FCT-DEFINED CUSTMAST/AFMAUDT/     ***
      ***  AFMSTOP/AADEREG/AFMJRNL FILES, RATHER THAN BY NATIVE       ***
      ***  OPEN/READ/WRITE - NATIVE FILE I/O IS NOT A SUPPORTED       ***
      ***  PATTERN FOR A PROGRAM RUNNING UNDER CICS, SO THE SCREEN    ***
      ***  PROGRAM DOES NOT RELY ON THE SUBROUTINE'S BATCH-STYLE      ***
           05  CM-REG-CHANNEL-WS            PIC X.
           05  CM-SOURCE-SYSTEM-WS          PIC X(10).
           05  CM-STATUS-CODE-WS            PIC X.
           05  CM-STATUS-REASON-WS          PIC XX.
           05  CM-STATUS-DATE-WS            PIC X(8).
           05  CM-RELEASED-REASON-WS        PIC XX.
           05  FILLER                       PIC X(8).
      *    FIRST EIGHT BYTES OF THE CURRENT-DATE STRING = YYYYMMDD,
      *    FOR THE REGISTRATION DATE STAMPED ON A PF5 REGISTER
       01  WS-REG-STAMP.
           05  AUD-USER-ID-WS               PIC X(8).
           05  AUD-REASON-WS                PIC X(50).

      *    AS THE BATCH WRITERS' JR-RECORD - KEEP IN STEP WITH THEM
      *    AND AFM-JOURNAL-BACKOUT. EACH PF5 IS ITS OWN RUN, SO ITS
      *    RUN ID IS ITS OWN TIMESTAMP
       01  JR-RECORD-WS.
           05  JR-TIMESTAMP-WS              PIC X(21).
           05  JR-RUN-DATE-WS               PIC X(8).
           05  JR-PROGRAM-WS                PIC X(20).
           05  JR-RUN-ID-WS                 PIC X(14).
           05  JR-ACTION-WS                 PIC X.
           05  JR-USER-ID-WS                PIC X(8).
           05  JR-AFM-WS                    PIC X(9).
           05  JR-BEFORE-IMAGE-WS           PIC X(80).
           05  JR-AFTER-IMAGE-WS            PIC X(80).
           05  FILLER                       PIC X(9).

       01  SL-RECORD-WS.
           05  SL-AFM-WS                    PIC X(9).
           05  SL-DATE-ADDED-WS             PIC X(8).
      *    CUSTMAST (UNDER ANY NAME), SO SEND-SCREEN-RTN KNOWS NOT TO
      *    OFFER THE PF5 REGISTER ACTION FOR A CUSTOMER WHO IS THERE
       01  WS-ON-FILE-SW                    PIC X     VALUE 'N'.
      *    MESSAGE-LINE WARNING FOR A CUSTOMER THAT IS ON FILE BUT
      *    HELD, SUSPENDED OR CLOSED ('31') - SHOWN INSTEAD OF THE PF5
      *    PROMPT SO THE FRONT DESK KNOWS WHY AND WHO TO REFER TO
       01  WS-HELD-WARNING.
           05  FILLER                       PIC X(12)
               VALUE '***CUSTOMER '.
           05  HW-STATUS-WORD               PIC X(9).
           05  FILLER                       PIC XX    VALUE ' ('.
           05  HW-STATUS-REASON             PIC XX.
           05  FILLER                       PIC X(8)  VALUE ') SINCE '.
           05  HW-STATUS-DATE               PIC X(8).
           05  FILLER                       PIC X(38)
               VALUE ' - DO NOT INVOICE, REFER TO COMPLIANCE'.
      *    BOTH SIDES OF THE DUPLICATE NAME COMPARE, NORMALISED
      *    THROUGH AFM-NAME-NORMALIZE - WORKING-STORAGE-ONLY LOGIC,
      *    SO THE CALL IS CICS-SAFE - SO THE SCREEN AGREES WITH THE
      ***  REGISTERED THE SAME AFM BETWEEN THE VALIDATE AND THE PF5,  ***
      ***  WHICH GETS ITS OWN MESSAGE SO THE OPERATOR KNOWS NOT TO    ***
      ***  RE-TRY. PF5 WITHOUT A VALID RESULT PENDING JUST PROMPTS    ***
      ***  THE OPERATOR TO VALIDATE FIRST. A REGISTRATION THAT CANNOT ***
      ***  BE JOURNALLED IS ROLLED BACK (CUSTMAST IS A RECOVERABLE    ***
      ***  FILE) RATHER THAN LEFT ON THE MASTER WITH NO TRACE.        ***
      ***------------------------------------------------------------***
       REGISTER-RTN.
           MOVE CA-AFM TO AFMO.
           END-EXEC.
           EVALUATE WS-RESP
             WHEN DFHRESP(NORMAL)
               PERFORM JOURNAL-RTN
             WHEN DFHRESP(DUPREC)
               MOVE 'AFM REGISTERED BY ANOTHER USER MEANWHILE'
                   TO MSGLINEO
                   TO MSGLINEO
           END-EVALUATE.

      ***------------------------------------------------------------***
      ***  JOURNALS THE PF5 REGISTRATION JUST WRITTEN - NO BEFORE     ***
      ***  IMAGE, THE NEW RECORD AS THE AFTER IMAGE, THE TERMINAL AS  ***
      ***  THE USER, AS AUDIT-LOG-RTN RECORDS IT.                     ***
      ***------------------------------------------------------------***
       JOURNAL-RTN.
           MOVE SPACES TO JR-RECORD-WS.
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP-WS.
           MOVE WS-REG-YYYYMMDD TO JR-RUN-DATE-WS.
           MOVE 'AFM-ONLINE' TO JR-PROGRAM-WS.
           MOVE JR-TIMESTAMP-WS(1:14) TO JR-RUN-ID-WS.
           MOVE 'A' TO JR-ACTION-WS.
           MOVE EIBTRMID TO JR-USER-ID-WS.
           MOVE CM-AFM-WS TO JR-AFM-WS.
           MOVE CM-RECORD-WS TO JR-AFTER-IMAGE-WS.
           EXEC CICS WRITE FILE('AFMJRNL')
                            FROM(JR-RECORD-WS)
                            RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'CUSTOMER REGISTERED ON CUSTOMER MASTER'
                  TO MSGLINEO
           ELSE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'CHANGE JOURNAL UNAVAILABLE - NOT REGISTERED'
                  TO MSGLINEO
           END-IF.

      ***------------------------------------------------------------***
      ***  CALLS THE SAME AFM-VALIDATION-SUBRTN USED BY THE BATCH     ***
      ***  DRIVER SO THE ON-LINE SCREEN AND THE BATCH JOB AGREE ON    ***
      ***  CONTROL INSTEAD OF NATIVE I/O. IF THE AFM IS ALREADY ON    ***
      ***  FILE UNDER A DIFFERENT CUSTOMER NAME IT IS FLAGGED AS A    ***
      ***  DUPLICATE, USING THE SAME WORDING AS THE SUBROUTINE'S      ***
      ***  MESSAGE TABLE FOR RETURN CODE '30'. A CUSTOMER THAT IS     ***
      ***  HELD, SUSPENDED OR CLOSED IS '31' WHATEVER THE NAME, AND   ***
      ***  THE STATUS IS KEPT FOR THE WARNING ON THE MESSAGE LINE.    ***
      ***------------------------------------------------------------***
       DUPLICATE-CHECK-RTN.
           MOVE 'N' TO WS-ON-FILE-SW.
                  USING CM-CUSTOMER-NAME-WS WS-NORM-MASTER-NAME
              CALL 'AFM-NAME-NORMALIZE'
                  USING WC-CUSTOMER-NAME WS-NORM-INPUT-NAME
              IF CM-STATUS-CODE-WS = 'H' OR 'S' OR 'C'
                 PERFORM HELD-WARNING-RTN
              ELSE
                 IF WS-NORM-MASTER-NAME NOT = WS-NORM-INPUT-NAME
                    MOVE '30' TO WC-RETURN-CODE
                    IF WC-LANGUAGE-CODE = 'G'
                       MOVE 'TO AFM YPARXEI IDI STO ARXEIO!'
                           TO WC-MESSAGE-TEXT
                    ELSE
                       MOVE '***AFM ALREADY ON FILE!'
                           TO WC-MESSAGE-TEXT
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ***------------------------------------------------------------***
      ***  SETS '31' WITH THE SUBROUTINE'S WORDING AND FILLS IN THE   ***
      ***  HELD/SUSPENDED/CLOSED WARNING FROM THE MASTER RECORD.      ***
      ***------------------------------------------------------------***
       HELD-WARNING-RTN.
           MOVE '31' TO WC-RETURN-CODE.
           IF WC-LANGUAGE-CODE = 'G'
              MOVE '***TO AFM YPARXEI ALLA EINAI SE ANASTOLI/KLEISTO!'
                  TO WC-MESSAGE-TEXT
           ELSE
              MOVE '***AFM ON FILE BUT HELD/SUSPENDED/CLOSED!'
                  TO WC-MESSAGE-TEXT
           END-IF.
           EVALUATE CM-STATUS-CODE-WS
             WHEN 'H'
               MOVE 'HELD'      TO HW-STATUS-WORD
             WHEN 'S'
               MOVE 'SUSPENDED' TO HW-STATUS-WORD
             WHEN 'C'
               MOVE 'CLOSED'    TO HW-STATUS-WORD
           END-EVALUATE.
           MOVE CM-STATUS-REASON-WS TO HW-STATUS-REASON.
           MOVE CM-STATUS-DATE-WS TO HW-STATUS-DATE.

      ***------------------------------------------------------------***
      ***  CICS-SAFE EQUIVALENT OF THE SUBROUTINE'S AUDIT-LOG-RTN -   ***
      ***  WRITES ONE AUDIT RECORD PER TRANSACTION TO AFMAUDT (AN     ***
           ELSE
              MOVE 'INVALID' TO RESULTO
              MOVE WC-MESSAGE-TEXT TO REASONO
              IF WC-RETURN-CODE = '31'
                 MOVE WS-HELD-WARNING TO MSGLINEO
              ELSE
                 MOVE 'PRESS ENTER TO VALIDATE ANOTHER AFM' TO MSGLINEO
              END-IF
           END-IF.
       END PROGRAM AFM-ONLINE.
