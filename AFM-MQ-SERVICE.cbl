       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-MQ-SERVICE.
      ***------------------------------------------------------------***
      ***  REAL-TIME AFM VALIDATION SERVICE OVER MQ (TRANSACTION      ***
      ***  AFMR, STARTED BY THE CICS MQ TRIGGER MONITOR WHEN A        ***
      ***  REQUEST ARRIVES ON AFM.VALIDATION.REQUEST). INVOICING,     ***
      ***  ONBOARDING AND ANY OTHER SYSTEM PUTS A FIXED 100-BYTE      ***
      ***  REQUEST (SEE RQ-REQUEST) CARRYING THE TIN, THE CUSTOMER    ***
      ***  NAME, ITS OWN SYSTEM ID AND ITS OWN CORRELATION ID, WITH   ***
      ***  A REPLY-TO QUEUE IN THE MESSAGE DESCRIPTOR, AND GETS BACK  ***
      ***  A 120-BYTE REPLY (SEE RP-REPLY) WHILE ITS USER WAITS:      ***
      ***  THE RETURN CODE AND LS-MESSAGE-TEXT OF AFM-VALIDATION-     ***
      ***  SUBRTN, THE CATEGORY, AND THE REGISTRY AND STOPLIST        ***
      ***  STANDING OF THE AFM. THE CHECKS ARE THE SAME AS AFMV'S:    ***
      ***  THE SUBROUTINE IN ON-LINE MODE, THEN THE CICS-SAFE         ***
      ***  STOPLIST, REGISTRY AND DUPLICATE CHECKS IN THE SAME ORDER, ***
      ***  SO THE SERVICE, THE SCREEN AND THE BATCH ALWAYS AGREE.     ***
      ***  THE REPLY GOES TO THE REQUEST'S REPLY-TO QUEUE WITH THE    ***
      ***  REQUEST'S MESSAGE ID AS ITS CORRELATION ID, AND THE        ***
      ***  CALLER'S OWN CORRELATION ID IS ECHOED IN THE BODY.         ***
      ***  EVERY REQUEST IS LOGGED TO AFMAUDT WITH THE REQUESTING     ***
      ***  SYSTEM AS THE USER ID, AND TO THE AFMMQLG SERVICE LOG      ***
      ***  WITH ITS PUT AND REPLY TIMES FOR AFM-MQ-SERVICE-REPORT.    ***
      ***  A MESSAGE THAT CANNOT BE TREATED AS A REQUEST IS NOT       ***
      ***  ANSWERED: IT GOES TO AFM.VALIDATION.DLQ BEHIND A STANDARD  ***
      ***  DEAD-LETTER HEADER WHOSE REASON IS 65536 (FEEDBACK         ***
      ***  APPL-FIRST) PLUS ONE OF THESE CODES, AND THE SAME REASON   ***
      ***  TEXT IS AUDITED AS OUTCOME 'DLQ':                          ***
      ***    01 BACKED OUT REPEATEDLY (POISON MESSAGE)                ***
      ***    02 LONGER THAN ANY REQUEST - TRUNCATED ON GET            ***
      ***    03 NOT A CHARACTER (MQSTR) MESSAGE                       ***
      ***    04 NOT A REQUEST MESSAGE                                 ***
      ***    05 NO REPLY-TO QUEUE                                     ***
      ***    06 NOT THE REQUEST LENGTH                                ***
      ***    07 UNKNOWN MESSAGE ID OR VERSION                         ***
      ***    08 NO REQUESTING SYSTEM                                  ***
      ***    09 NO CORRELATION ID                                     ***
      ***    10 REPLY-TO QUEUE NOT KNOWN TO THE QUEUE MANAGER         ***
      ***  EACH REQUEST IS ONE UNIT OF WORK - GET, REPLY, AUDIT AND   ***
      ***  LOG ARE COMMITTED TOGETHER. IF THE AUDIT CANNOT BE         ***
      ***  WRITTEN, OR THE REPLY CANNOT BE PUT FOR ANY OTHER REASON,  ***
      ***  THE UNIT OF WORK IS BACKED OUT, THE REQUEST GOES BACK ON   ***
      ***  THE QUEUE AND THE TRANSACTION ENDS WITH A CSMT MESSAGE.    ***
      ***  THE TRANSACTION ENDS WHEN THE QUEUE HAS BEEN EMPTY FOR     ***
      ***  THE WAIT INTERVAL; THE NEXT ARRIVAL TRIGGERS IT AGAIN.     ***
      ***  REPLIES ARE ALWAYS IN ENGLISH, THE SAME WORDING THE AUDIT  ***
      ***  TRAIL CARRIES; THE CALLING SYSTEM WORKS FROM THE CODE.     ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP                          PIC S9(8) COMP.

      ***------------------------------------------------------------***
      ***  THE REQUEST AND REPLY MESSAGES - FIXED-LENGTH CHARACTER    ***
      ***  DATA (FORMAT MQSTR). KEEP IN STEP WITH THE CALLING         ***
      ***  SYSTEMS' COPIES AND WITH AFM-MQ-SERVICE-REPORT.            ***
      ***------------------------------------------------------------***
       01  WS-MESSAGE-BUFFER.
           05  RQ-REQUEST.
      *        'AFRQ01' - MESSAGE ID AND LAYOUT VERSION
               10  RQ-MESSAGE-ID            PIC X(6).
               10  RQ-REQUESTING-SYSTEM     PIC X(8).
               10  RQ-CORRELATION-ID        PIC X(24).
      *            AS THE SUBROUTINE TAKES IT - A GREEK AFM WITH OR
      *            WITHOUT ITS EL/GR PREFIX, OR ANOTHER EU VAT
               10  RQ-AFM-NUMBER            PIC X(14).
               10  RQ-CUSTOMER-NAME         PIC X(30).
               10  FILLER                   PIC X(18).
           05  FILLER                       PIC X(900).
       01  WS-REQUEST-LENGTH                PIC S9(9) COMP VALUE 100.
       01  WS-REQUEST-ID                    PIC X(6)  VALUE 'AFRQ01'.

       01  RP-REPLY.
      *        'AFRP01'
           05  RP-MESSAGE-ID                PIC X(6).
           05  RP-REQUESTING-SYSTEM         PIC X(8).
           05  RP-CORRELATION-ID            PIC X(24).
      *        THE AFM AS THE SUBROUTINE HANDS IT BACK - CANONICAL
      *        NINE DIGITS FOR A GREEK AFM
           05  RP-AFM-NUMBER                PIC X(14).
           05  RP-RETURN-CODE               PIC XX.
           05  RP-MESSAGE-TEXT              PIC X(50).
      *        'C' = COMPANY, 'I' = INDIVIDUAL, SPACE = NOT CLASSIFIED
           05  RP-CATEGORY                  PIC X.
      *        AS AADE-REGISTRY-BRIDGE REPORTS IT: 'A' = REGISTERED
      *        AND ACTIVE, 'I' = INACTIVE, 'N' = NOT REGISTERED,
      *        'U' = REGISTRY UNAVAILABLE, SPACE = NOT CHECKED (THE
      *        NUMBER ITSELF FAILED, OR IS NOT A GREEK AFM)
           05  RP-REGISTRY-STANDING         PIC X.
      *        'Y' = ON THE STOPLIST, 'N' = NOT, SPACE = NOT CHECKED
           05  RP-STOPLIST-STANDING         PIC X.
           05  FILLER                       PIC X(13).
       01  WS-REPLY-ID                      PIC X(6)  VALUE 'AFRP01'.
       01  WS-REPLY-LENGTH                  PIC S9(9) COMP VALUE 120.

      *    A DEAD-LETTERED MESSAGE - THE HEADER, THEN AS MUCH OF THE
      *    ORIGINAL MESSAGE AS THE GET BUFFER HELD
       01  WS-DLQ-BUFFER                    PIC X(1172).
       01  WS-DLQ-LENGTH                    PIC S9(9) COMP.
       01  WS-HELD-LENGTH                   PIC S9(9) COMP.

      ***------------------------------------------------------------***
      ***  THE MQI STRUCTURES AND VALUES THIS PROGRAM USES, LAID OUT  ***
      ***  AS THE CMQODV, CMQMDV, CMQGMOV, CMQPMOV AND CMQDLHV        ***
      ***  COPYBOOKS DEFINE VERSION 1 OF EACH, AND AS CMQV DEFINES    ***
      ***  THE CONSTANTS - KEPT LOCAL, LIKE THE DFHAID KEYS IN THE    ***
      ***  SCREEN PROGRAMS, SO ONLY WHAT IS USED IS CARRIED.          ***
      ***------------------------------------------------------------***
       01  MQ-CONSTANTS.
           05  MQHC-DEF-HCONN               PIC S9(9) COMP VALUE 0.
           05  MQOT-Q                       PIC S9(9) COMP VALUE 1.
           05  MQOO-INPUT-AS-Q-DEF          PIC S9(9) COMP VALUE 1.
           05  MQOO-FAIL-IF-QUIESCING       PIC S9(9) COMP VALUE 8192.
           05  MQCO-NONE                    PIC S9(9) COMP VALUE 0.
           05  MQGMO-WAIT                   PIC S9(9) COMP VALUE 1.
           05  MQGMO-SYNCPOINT              PIC S9(9) COMP VALUE 2.
           05  MQGMO-ACCEPT-TRUNCATED-MSG   PIC S9(9) COMP VALUE 64.
           05  MQGMO-FAIL-IF-QUIESCING      PIC S9(9) COMP VALUE 8192.
           05  MQGMO-CONVERT                PIC S9(9) COMP VALUE 16384.
           05  MQPMO-SYNCPOINT              PIC S9(9) COMP VALUE 2.
           05  MQPMO-FAIL-IF-QUIESCING      PIC S9(9) COMP VALUE 8192.
           05  MQCC-OK                      PIC S9(9) COMP VALUE 0.
           05  MQCC-WARNING                 PIC S9(9) COMP VALUE 1.
           05  MQRC-NO-MSG-AVAILABLE        PIC S9(9) COMP VALUE 2033.
           05  MQRC-TRUNCATED-MSG-ACCEPTED  PIC S9(9) COMP VALUE 2079.
           05  MQRC-UNKNOWN-OBJECT-NAME     PIC S9(9) COMP VALUE 2085.
           05  MQRC-UNKNOWN-REMOTE-Q-MGR    PIC S9(9) COMP VALUE 2087.
           05  MQMT-REQUEST                 PIC S9(9) COMP VALUE 1.
           05  MQMT-REPLY                   PIC S9(9) COMP VALUE 2.
           05  MQFB-APPL-FIRST              PIC S9(9) COMP VALUE 65536.
           05  MQAT-CICS                    PIC S9(9) COMP VALUE 1.
           05  MQENC-NATIVE                 PIC S9(9) COMP VALUE 785.
           05  MQCCSI-Q-MGR                 PIC S9(9) COMP VALUE 0.
           05  MQFMT-STRING                 PIC X(8)  VALUE 'MQSTR'.
           05  MQFMT-DEAD-LETTER-HEADER     PIC X(8)  VALUE 'MQDEAD'.
           05  MQMI-NONE                    PIC X(24) VALUE LOW-VALUES.

       01  MQOD.
           05  MQOD-STRUCID                 PIC X(4)  VALUE 'OD  '.
           05  MQOD-VERSION                 PIC S9(9) COMP VALUE 1.
           05  MQOD-OBJECTTYPE              PIC S9(9) COMP VALUE 1.
           05  MQOD-OBJECTNAME              PIC X(48) VALUE SPACES.
           05  MQOD-OBJECTQMGRNAME          PIC X(48) VALUE SPACES.
           05  MQOD-DYNAMICQNAME            PIC X(48) VALUE SPACES.
           05  MQOD-ALTERNATEUSERID         PIC X(12) VALUE SPACES.

       01  MQMD.
           05  MQMD-STRUCID                 PIC X(4)  VALUE 'MD  '.
           05  MQMD-VERSION                 PIC S9(9) COMP VALUE 1.
           05  MQMD-REPORT                  PIC S9(9) COMP VALUE 0.
           05  MQMD-MSGTYPE                 PIC S9(9) COMP VALUE 8.
           05  MQMD-EXPIRY                  PIC S9(9) COMP VALUE -1.
           05  MQMD-FEEDBACK                PIC S9(9) COMP VALUE 0.
           05  MQMD-ENCODING                PIC S9(9) COMP VALUE 785.
           05  MQMD-CODEDCHARSETID          PIC S9(9) COMP VALUE 0.
           05  MQMD-FORMAT                  PIC X(8)  VALUE SPACES.
           05  MQMD-PRIORITY                PIC S9(9) COMP VALUE -1.
           05  MQMD-PERSISTENCE             PIC S9(9) COMP VALUE 2.
           05  MQMD-MSGID                   PIC X(24) VALUE LOW-VALUES.
           05  MQMD-CORRELID                PIC X(24) VALUE LOW-VALUES.
           05  MQMD-BACKOUTCOUNT            PIC S9(9) COMP VALUE 0.
           05  MQMD-REPLYTOQ                PIC X(48) VALUE SPACES.
           05  MQMD-REPLYTOQMGR             PIC X(48) VALUE SPACES.
           05  MQMD-USERIDENTIFIER          PIC X(12) VALUE SPACES.
           05  MQMD-ACCOUNTINGTOKEN         PIC X(32) VALUE LOW-VALUES.
           05  MQMD-APPLIDENTITYDATA        PIC X(32) VALUE SPACES.
           05  MQMD-PUTAPPLTYPE             PIC S9(9) COMP VALUE 0.
           05  MQMD-PUTAPPLNAME             PIC X(28) VALUE SPACES.
           05  MQMD-PUTDATE                 PIC X(8)  VALUE SPACES.
           05  MQMD-PUTTIME                 PIC X(8)  VALUE SPACES.
           05  MQMD-APPLORIGINDATA          PIC X(4)  VALUE SPACES.
      *    THE REQUEST'S DESCRIPTOR, KEPT WHILE MQMD IS REUSED FOR
      *    THE REPLY OR THE DEAD-LETTER PUT, AND THE PARTS OF IT THE
      *    AUDIT AND THE SERVICE LOG NEED
       01  WS-REQUEST-MQMD                  PIC X(324).
       01  WS-REQUEST-PUT-DATE              PIC X(8).
       01  WS-REQUEST-PUT-TIME              PIC X(8).
       01  WS-REQUEST-MQ-USER               PIC X(12).

       01  MQGMO.
           05  MQGMO-STRUCID                PIC X(4)  VALUE 'GMO '.
           05  MQGMO-VERSION                PIC S9(9) COMP VALUE 1.
           05  MQGMO-OPTIONS                PIC S9(9) COMP VALUE 0.
           05  MQGMO-WAITINTERVAL           PIC S9(9) COMP VALUE 0.
           05  MQGMO-SIGNAL1                PIC S9(9) COMP VALUE 0.
           05  MQGMO-SIGNAL2                PIC S9(9) COMP VALUE 0.
           05  MQGMO-RESOLVEDQNAME          PIC X(48) VALUE SPACES.

       01  MQPMO.
           05  MQPMO-STRUCID                PIC X(4)  VALUE 'PMO '.
           05  MQPMO-VERSION                PIC S9(9) COMP VALUE 1.
           05  MQPMO-OPTIONS                PIC S9(9) COMP VALUE 0.
           05  MQPMO-TIMEOUT                PIC S9(9) COMP VALUE -1.
           05  MQPMO-CONTEXT                PIC S9(9) COMP VALUE 0.
           05  MQPMO-KNOWNDESTCOUNT         PIC S9(9) COMP VALUE 0.
           05  MQPMO-UNKNOWNDESTCOUNT       PIC S9(9) COMP VALUE 0.
           05  MQPMO-INVALIDDESTCOUNT       PIC S9(9) COMP VALUE 0.
           05  MQPMO-RESOLVEDQNAME          PIC X(48) VALUE SPACES.
           05  MQPMO-RESOLVEDQMGRNAME       PIC X(48) VALUE SPACES.

       01  MQDLH.
           05  MQDLH-STRUCID                PIC X(4)  VALUE 'DLH '.
           05  MQDLH-VERSION                PIC S9(9) COMP VALUE 1.
           05  MQDLH-REASON                 PIC S9(9) COMP VALUE 0.
           05  MQDLH-DESTQNAME              PIC X(48) VALUE SPACES.
           05  MQDLH-DESTQMGRNAME           PIC X(48) VALUE SPACES.
           05  MQDLH-ENCODING               PIC S9(9) COMP VALUE 0.
           05  MQDLH-CODEDCHARSETID         PIC S9(9) COMP VALUE 0.
           05  MQDLH-FORMAT                 PIC X(8)  VALUE SPACES.
           05  MQDLH-PUTAPPLTYPE            PIC S9(9) COMP VALUE 0.
           05  MQDLH-PUTAPPLNAME            PIC X(28) VALUE SPACES.
           05  MQDLH-PUTDATE                PIC X(8)  VALUE SPACES.
           05  MQDLH-PUTTIME                PIC X(8)  VALUE SPACES.

       01  WS-MQ-CONTROLS.
           05  WS-HCONN                     PIC S9(9) COMP VALUE 0.
           05  WS-HOBJ-REQUEST              PIC S9(9) COMP VALUE 0.
           05  WS-OPEN-OPTIONS              PIC S9(9) COMP VALUE 0.
           05  WS-CLOSE-OPTIONS             PIC S9(9) COMP VALUE 0.
           05  WS-COMPCODE                  PIC S9(9) COMP VALUE 0.
           05  WS-REASON                    PIC S9(9) COMP VALUE 0.
           05  WS-GET-REASON                PIC S9(9) COMP VALUE 0.
           05  WS-BUFFER-LENGTH             PIC S9(9) COMP VALUE 1000.
           05  WS-DATA-LENGTH               PIC S9(9) COMP VALUE 0.
      *        HOW LONG AN EMPTY QUEUE IS WAITED ON BEFORE THE
      *        TRANSACTION ENDS, IN MILLISECONDS
           05  WS-WAIT-INTERVAL             PIC S9(9) COMP VALUE 30000.
      *        A REQUEST BACKED OUT THIS OFTEN IS NOT TRIED AGAIN
           05  WS-BACKOUT-LIMIT             PIC S9(9) COMP VALUE 3.
       01  WS-REQUEST-QUEUE                 PIC X(48)  VALUE
               'AFM.VALIDATION.REQUEST'.
       01  WS-DEAD-LETTER-QUEUE             PIC X(48)  VALUE
               'AFM.VALIDATION.DLQ'.
       01  WS-PROGRAM-NAME                  PIC X(28)  VALUE
               'AFM-MQ-SERVICE'.

       01  WS-SWITCHES.
           05  WS-QUEUE-SW                  PIC X    VALUE 'N'.
               88  END-OF-QUEUE                VALUE 'Y'.
           05  WS-QUEUE-OPEN-SW             PIC X    VALUE 'N'.
      *        'R' = REPLIED, 'D' = DEAD-LETTERED
           05  WS-DISPOSAL-SW               PIC X    VALUE SPACE.
           05  WS-UOW-FAILED-SW             PIC X    VALUE 'N'.

      *    WHY A MESSAGE IS BEING DEAD-LETTERED (00 = IT IS NOT).
      *    FROM CODE 08 ON, THE BODY IS A WELL-FORMED REQUEST AND ITS
      *    FIELDS CAN BE TRUSTED FOR THE AUDIT AND THE LOG
       01  WS-DLQ-REASON-CODE               PIC 99   VALUE 0.
           88  DLQ-BODY-UNTRUSTED              VALUE 1 THRU 7.
       01  WS-DLQ-REASON-TEXT               PIC X(36).
      *    WHO SENT IT - THE REQUESTING SYSTEM, OR FOR A MESSAGE THAT
      *    DOES NOT SAY, THE MQ USER ID THAT PUT IT - AND ITS
      *    CORRELATION ID AND TIN, LEFT BLANK WHEN THE BODY CANNOT BE
      *    TRUSTED. THE MESSAGE BUFFER ITSELF IS NEVER ALTERED, SO A
      *    DEAD-LETTERED MESSAGE GOES OUT EXACTLY AS IT CAME IN
       01  WS-CALLER-FIELDS.
           05  WS-CALLER-ID                 PIC X(8).
           05  WS-CALLER-CORRELATION-ID     PIC X(24).
           05  WS-CALLER-AFM-NUMBER         PIC X(14).

       01  WS-CALL-PARMS.
           05  WC-AFM-NUMBER                PIC X(14).
           05  WC-CUSTOMER-NAME             PIC X(30).
           05  WC-RETURN-CODE               PIC XX.
           05  WC-AFM-CATEGORY              PIC X.
           05  WC-LANGUAGE-CODE             PIC X    VALUE 'E'.
           05  WC-USER-ID                   PIC X(8).
           05  WC-CALLER-TYPE               PIC X    VALUE 'O'.
           05  WC-MESSAGE-TEXT              PIC X(50).
      *        'N' - REGISTRY READ HERE THROUGH FILE CONTROL, AS AFMV
           05  WC-REGISTRY-FLAG             PIC X    VALUE 'N'.
       01  WS-REGISTRY-STANDING             PIC X.
       01  WS-STOPLIST-STANDING             PIC X.
      *    BOTH SIDES OF THE DUPLICATE NAME COMPARE, AS IN AFMV
       01  WS-NORM-MASTER-NAME              PIC X(30).
       01  WS-NORM-INPUT-NAME               PIC X(30).

      ***------------------------------------------------------------***
      ***  CICS-SAFE COPIES OF THE CUSTOMER-MASTER, AUDIT-TRAIL,      ***
      ***  STOPLIST, REGISTRY-SNAPSHOT AND SERVICE-LOG LAYOUTS, READ  ***
      ***  AND WRITTEN THROUGH FILE CONTROL AS IN AFM-ONLINE.         ***
      ***------------------------------------------------------------***
       01  CM-RECORD-WS.
           05  CM-AFM-WS                    PIC X(9).
           05  CM-CUSTOMER-NAME-WS          PIC X(30).
           05  CM-CATEGORY-WS               PIC X.
           05  CM-REG-DATE-WS               PIC X(8).
           05  CM-REG-CHANNEL-WS            PIC X.
           05  CM-SOURCE-SYSTEM-WS          PIC X(10).
           05  CM-STATUS-CODE-WS            PIC X.
           05  CM-STATUS-REASON-WS          PIC XX.
           05  CM-STATUS-DATE-WS            PIC X(8).
           05  CM-RELEASED-REASON-WS        PIC XX.
           05  FILLER                       PIC X(8).

       01  AUD-RECORD-WS.
           05  AUD-AFM-WS                   PIC X(9).
           05  AUD-TIMESTAMP-WS             PIC X(21).
           05  AUD-OUTCOME-WS               PIC X(7).
           05  AUD-USER-ID-WS               PIC X(8).
           05  AUD-REASON-WS                PIC X(50).

       01  SL-RECORD-WS.
           05  SL-AFM-WS                    PIC X(9).
           05  SL-DATE-ADDED-WS             PIC X(8).
           05  SL-REFERENCE-WS              PIC X(20).
           05  FILLER                       PIC X(43).

       01  AR-RECORD-WS.
           05  AR-AFM-WS                    PIC X(9).
           05  AR-ACTIVE-FLAG-WS            PIC X.
           05  FILLER                       PIC X(70).

      *    ONE RECORD PER MESSAGE TAKEN OFF THE QUEUE - KEEP IN STEP
      *    WITH AFM-MQ-SERVICE-REPORT. THE PUT TIMES ARE THE QUEUE
      *    MANAGER'S (GMT), SO THE LATENCY IS ON ONE CLOCK AND
      *    INCLUDES THE TIME THE REQUEST WAITED ON THE QUEUE
       01  SV-RECORD-WS.
           05  SV-TIMESTAMP-WS              PIC X(21).
           05  SV-REQUESTING-SYSTEM-WS      PIC X(8).
           05  SV-CORRELATION-ID-WS         PIC X(24).
           05  SV-AFM-NUMBER-WS             PIC X(14).
      *        'R' = REPLIED, 'D' = DEAD-LETTERED
           05  SV-DISPOSAL-WS               PIC X.
           05  SV-RETURN-CODE-WS            PIC XX.
           05  SV-DLQ-REASON-CODE-WS        PIC 99.
           05  SV-DLQ-REASON-WS             PIC X(36).
           05  SV-REQUEST-PUT-DATE-WS       PIC X(8).
           05  SV-REQUEST-PUT-TIME-WS       PIC X(8).
           05  SV-REPLY-PUT-DATE-WS         PIC X(8).
           05  SV-REPLY-PUT-TIME-WS         PIC X(8).
           05  SV-LATENCY-MS-WS             PIC 9(8).
           05  FILLER                       PIC X(2).

      *    HHMMSSTH PUT TIME TAKEN APART FOR THE LATENCY SUM
       01  WS-PUT-TIME                      PIC X(8).
       01  WS-PUT-TIME-PARTS REDEFINES WS-PUT-TIME.
           05  WS-PT-HH                     PIC 99.
           05  WS-PT-MM                     PIC 99.
           05  WS-PT-SS                     PIC 99.
           05  WS-PT-TH                     PIC 99.
       01  WS-LATENCY-WORK                  COMP.
           05  WS-HUNDREDTHS                PIC S9(9) VALUE 0.
           05  WS-REQUEST-HS                PIC S9(9) VALUE 0.
           05  WS-REPLY-HS                  PIC S9(9) VALUE 0.
           05  WS-LATENCY-HS                PIC S9(9) VALUE 0.
       01  WS-NOW-STAMP.
           05  WS-NOW-YYYYMMDD              PIC X(8).
           05  WS-NOW-HHMMSSTH              PIC X(8).
           05  FILLER                       PIC X(5).

      *    OPERATOR MESSAGE WRITTEN TO THE CSMT LOG
       01  WS-CONSOLE-MSG.
           05  FILLER                       PIC X(8)  VALUE 'AFMR - '.
           05  WS-CONSOLE-TEXT              PIC X(40).
           05  FILLER                       PIC X(10)
               VALUE ' - REASON '.
           05  WS-CONSOLE-REASON            PIC 9(4).
           05  FILLER                       PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM INITIALIZE-RTN.
           PERFORM PROCESS-RTN UNTIL END-OF-QUEUE.
           PERFORM TERMINATE-RTN.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.

      ***------------------------------------------------------------***
      ***  OPENS THE REQUEST QUEUE ON THE CONNECTION THE CICS MQ      ***
      ***  ADAPTER ALREADY HOLDS, AND SETS UP THE GET AND PUT         ***
      ***  OPTIONS USED FOR EVERY MESSAGE.                            ***
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           MOVE MQHC-DEF-HCONN TO WS-HCONN.
           MOVE MQOT-Q TO MQOD-OBJECTTYPE.
           MOVE WS-REQUEST-QUEUE TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           COMPUTE WS-OPEN-OPTIONS = MQOO-INPUT-AS-Q-DEF
                                   + MQOO-FAIL-IF-QUIESCING.
           CALL 'MQOPEN' USING WS-HCONN MQOD WS-OPEN-OPTIONS
                               WS-HOBJ-REQUEST WS-COMPCODE WS-REASON.
           IF WS-COMPCODE = MQCC-OK
              MOVE 'Y' TO WS-QUEUE-OPEN-SW
           ELSE
              MOVE 'REQUEST QUEUE OPEN FAILED' TO WS-CONSOLE-TEXT
              PERFORM CONSOLE-RTN
              MOVE 'Y' TO WS-QUEUE-SW
           END-IF.
           COMPUTE MQGMO-OPTIONS = MQGMO-WAIT
                                 + MQGMO-SYNCPOINT
                                 + MQGMO-ACCEPT-TRUNCATED-MSG
                                 + MQGMO-CONVERT
                                 + MQGMO-FAIL-IF-QUIESCING.
           MOVE WS-WAIT-INTERVAL TO MQGMO-WAITINTERVAL.
           COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT
                                 + MQPMO-FAIL-IF-QUIESCING.

      ***------------------------------------------------------------***
      ***  TAKES THE NEXT MESSAGE OFF THE QUEUE UNDER SYNCPOINT AND   ***
      ***  EITHER ANSWERS OR DEAD-LETTERS IT, THEN COMMITS. AN EMPTY  ***
      ***  QUEUE, A QUIESCING QUEUE MANAGER OR A FAILED GET ENDS THE  ***
      ***  TRANSACTION.                                               ***
      ***------------------------------------------------------------***
       PROCESS-RTN.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQMI-NONE TO MQMD-CORRELID.
           MOVE MQENC-NATIVE TO MQMD-ENCODING.
           MOVE MQCCSI-Q-MGR TO MQMD-CODEDCHARSETID.
           MOVE SPACES TO WS-MESSAGE-BUFFER.
           CALL 'MQGET' USING WS-HCONN WS-HOBJ-REQUEST MQMD MQGMO
                              WS-BUFFER-LENGTH WS-MESSAGE-BUFFER
                              WS-DATA-LENGTH WS-COMPCODE WS-REASON.
           MOVE WS-REASON TO WS-GET-REASON.
           EVALUATE TRUE
             WHEN WS-COMPCODE = MQCC-OK
               PERFORM HANDLE-MESSAGE-RTN
             WHEN WS-COMPCODE = MQCC-WARNING
               PERFORM HANDLE-MESSAGE-RTN
             WHEN WS-REASON = MQRC-NO-MSG-AVAILABLE
               MOVE 'Y' TO WS-QUEUE-SW
             WHEN OTHER
               MOVE 'REQUEST QUEUE GET FAILED' TO WS-CONSOLE-TEXT
               PERFORM CONSOLE-RTN
               MOVE 'Y' TO WS-QUEUE-SW
           END-EVALUATE.

       HANDLE-MESSAGE-RTN.
           MOVE MQMD TO WS-REQUEST-MQMD.
           MOVE MQMD-PUTDATE TO WS-REQUEST-PUT-DATE.
           MOVE MQMD-PUTTIME TO WS-REQUEST-PUT-TIME.
           MOVE MQMD-USERIDENTIFIER TO WS-REQUEST-MQ-USER.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
           MOVE 'N' TO WS-UOW-FAILED-SW.
           MOVE SPACE TO WS-DISPOSAL-SW.
           MOVE SPACES TO WS-REGISTRY-STANDING.
           MOVE SPACES TO WS-STOPLIST-STANDING.
           PERFORM CHECK-REQUEST-RTN.
           IF DLQ-BODY-UNTRUSTED
              MOVE SPACES TO WS-CALLER-FIELDS
           ELSE
              MOVE RQ-REQUESTING-SYSTEM TO WS-CALLER-ID
              MOVE RQ-CORRELATION-ID TO WS-CALLER-CORRELATION-ID
              MOVE RQ-AFM-NUMBER TO WS-CALLER-AFM-NUMBER
           END-IF.
           IF WS-CALLER-ID = SPACES
              MOVE WS-REQUEST-MQ-USER TO WS-CALLER-ID
           END-IF.
           IF WS-DLQ-REASON-CODE = 0
              PERFORM VALIDATE-REQUEST-RTN
              PERFORM SEND-REPLY-RTN
           END-IF.
           IF WS-DLQ-REASON-CODE NOT = 0 AND WS-UOW-FAILED-SW = 'N'
              PERFORM DEAD-LETTER-RTN
           END-IF.
           IF WS-UOW-FAILED-SW = 'N'
              PERFORM AUDIT-LOG-RTN
           END-IF.
           IF WS-UOW-FAILED-SW = 'N'
              PERFORM SERVICE-LOG-RTN
              EXEC CICS SYNCPOINT
              END-EXEC
           ELSE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'Y' TO WS-QUEUE-SW
           END-IF.

      ***------------------------------------------------------------***
      ***  DECIDES WHETHER THE MESSAGE CAN BE TREATED AS A REQUEST.   ***
      ***  THE FIRST FAULT FOUND IS THE REASON IT IS DEAD-LETTERED.   ***
      ***  A BLANK OR BADLY FORMED TIN OR NAME IS NOT A FAULT IN THE  ***
      ***  MESSAGE - IT IS ANSWERED WITH THE VALIDATION RESULT, AS    ***
      ***  THE SCREEN AND THE BATCH WOULD ANSWER IT.                  ***
      ***------------------------------------------------------------***
       CHECK-REQUEST-RTN.
           MOVE 0 TO WS-DLQ-REASON-CODE.
           MOVE SPACES TO WS-DLQ-REASON-TEXT.
           EVALUATE TRUE
             WHEN MQMD-BACKOUTCOUNT >= WS-BACKOUT-LIMIT
               MOVE 1 TO WS-DLQ-REASON-CODE
               MOVE 'BACKED OUT REPEATEDLY'
                   TO WS-DLQ-REASON-TEXT
             WHEN WS-GET-REASON = MQRC-TRUNCATED-MSG-ACCEPTED
               MOVE 2 TO WS-DLQ-REASON-CODE
               MOVE 'LONGER THAN ANY REQUEST'
                   TO WS-DLQ-REASON-TEXT
             WHEN MQMD-FORMAT NOT = MQFMT-STRING
               MOVE 3 TO WS-DLQ-REASON-CODE
               MOVE 'NOT A CHARACTER MESSAGE'
                   TO WS-DLQ-REASON-TEXT
             WHEN WS-COMPCODE NOT = MQCC-OK
               MOVE 3 TO WS-DLQ-REASON-CODE
               MOVE 'NOT A CHARACTER MESSAGE'
                   TO WS-DLQ-REASON-TEXT
             WHEN MQMD-MSGTYPE NOT = MQMT-REQUEST
               MOVE 4 TO WS-DLQ-REASON-CODE
               MOVE 'NOT A REQUEST MESSAGE'
                   TO WS-DLQ-REASON-TEXT
             WHEN MQMD-REPLYTOQ = SPACES
               MOVE 5 TO WS-DLQ-REASON-CODE
               MOVE 'NO REPLY-TO QUEUE'
                   TO WS-DLQ-REASON-TEXT
             WHEN WS-DATA-LENGTH NOT = WS-REQUEST-LENGTH
               MOVE 6 TO WS-DLQ-REASON-CODE
               MOVE 'NOT THE REQUEST LENGTH'
                   TO WS-DLQ-REASON-TEXT
             WHEN RQ-MESSAGE-ID NOT = WS-REQUEST-ID
               MOVE 7 TO WS-DLQ-REASON-CODE
               MOVE 'UNKNOWN MESSAGE ID OR VERSION'
                   TO WS-DLQ-REASON-TEXT
             WHEN RQ-REQUESTING-SYSTEM = SPACES
               MOVE 8 TO WS-DLQ-REASON-CODE
               MOVE 'NO REQUESTING SYSTEM'
                   TO WS-DLQ-REASON-TEXT
             WHEN RQ-CORRELATION-ID = SPACES
               MOVE 9 TO WS-DLQ-REASON-CODE
               MOVE 'NO CORRELATION ID'
                   TO WS-DLQ-REASON-TEXT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      ***------------------------------------------------------------***
      ***  CALLS THE SAME AFM-VALIDATION-SUBRTN AS THE BATCH AND THE  ***
      ***  AFMV SCREEN, IN ON-LINE MODE, THEN RUNS THE CICS-SAFE      ***
      ***  CHECKS IN THE SAME ORDER AS AFMV (STOPLIST, REGISTRY,      ***
      ***  DUPLICATE). UNLIKE THE SCREEN, THE STOPLIST AND REGISTRY   ***
      ***  ARE BOTH READ FOR ANY NUMBER THAT PASSED THE CHECK DIGIT,  ***
      ***  SO THE REPLY CAN STATE BOTH STANDINGS WHATEVER THE RETURN  ***
      ***  CODE - THE RETURN CODE ITSELF STILL FOLLOWS THE FIRST      ***
      ***  CHECK THAT FAILS.                                          ***
      ***------------------------------------------------------------***
       VALIDATE-REQUEST-RTN.
           MOVE RQ-AFM-NUMBER TO WC-AFM-NUMBER.
           MOVE RQ-CUSTOMER-NAME TO WC-CUSTOMER-NAME.
           MOVE RQ-REQUESTING-SYSTEM TO WC-USER-ID.
           MOVE 'E' TO WC-LANGUAGE-CODE.
           MOVE 'O' TO WC-CALLER-TYPE.
           CALL 'AFM-VALIDATION-SUBRTN' USING WC-AFM-NUMBER
                                              WC-CUSTOMER-NAME
                                              WC-RETURN-CODE
                                              WC-AFM-CATEGORY
                                              WC-LANGUAGE-CODE
                                              WC-USER-ID
                                              WC-CALLER-TYPE
                                              WC-MESSAGE-TEXT
                                              WC-REGISTRY-FLAG.
           IF WC-RETURN-CODE = '00'
              PERFORM STOPLIST-CHECK-RTN
              PERFORM REGISTRY-CHECK-RTN
           END-IF.
           IF WC-RETURN-CODE = '00'
              PERFORM DUPLICATE-CHECK-RTN
           END-IF.

      ***------------------------------------------------------------***
      ***  AS AFMV'S STOPLIST-CHECK-RTN, RECORDING THE STANDING.      ***
      ***------------------------------------------------------------***
       STOPLIST-CHECK-RTN.
           EXEC CICS READ FILE('AFMSTOP')
                           INTO(SL-RECORD-WS)
                           RIDFLD(WC-AFM-NUMBER)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-STOPLIST-STANDING
              MOVE '50' TO WC-RETURN-CODE
              MOVE '***AFM IS ON THE BLOCKED-AFM STOPLIST!'
                  TO WC-MESSAGE-TEXT
           ELSE
              MOVE 'N' TO WS-STOPLIST-STANDING
           END-IF.

      ***------------------------------------------------------------***
      ***  AS AFMV'S REGISTRY-CHECK-RTN, RECORDING THE STANDING. A    ***
      ***  STOPLIST HIT KEEPS ITS '50' - THE STANDING IS STILL SET.   ***
      ***  A REGISTRY FILE THAT CANNOT BE READ LEAVES THE LOCAL       ***
      ***  RESULT STANDING AND IS REPORTED AS UNAVAILABLE.            ***
      ***------------------------------------------------------------***
       REGISTRY-CHECK-RTN.
           EXEC CICS READ FILE('AADEREG')
                           INTO(AR-RECORD-WS)
                           RIDFLD(WC-AFM-NUMBER)
                           RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               AND AR-ACTIVE-FLAG-WS = 'A'
               MOVE 'A' TO WS-REGISTRY-STANDING
             WHEN WS-RESP = DFHRESP(NORMAL)
               MOVE 'I' TO WS-REGISTRY-STANDING
               IF WC-RETURN-CODE = '00'
                  MOVE '41' TO WC-RETURN-CODE
                  MOVE '***AFM REGISTERED BUT INACTIVE!'
                      TO WC-MESSAGE-TEXT
               END-IF
             WHEN WS-RESP = DFHRESP(NOTFND)
               MOVE 'N' TO WS-REGISTRY-STANDING
               IF WC-RETURN-CODE = '00'
                  MOVE '40' TO WC-RETURN-CODE
                  MOVE '***AFM NOT REGISTERED WITH TAX AUTHORITY!'
                      TO WC-MESSAGE-TEXT
               END-IF
             WHEN OTHER
               MOVE 'U' TO WS-REGISTRY-STANDING
           END-EVALUATE.

      ***------------------------------------------------------------***
      ***  AS AFMV'S DUPLICATE-CHECK-RTN - ON FILE UNDER ANOTHER      ***
      ***  NORMALISED NAME IS '30', HELD/SUSPENDED/CLOSED IS '31'.    ***
      ***------------------------------------------------------------***
       DUPLICATE-CHECK-RTN.
           EXEC CICS READ FILE('CUSTMAST')
                           INTO(CM-RECORD-WS)
                           RIDFLD(WC-AFM-NUMBER)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              CALL 'AFM-NAME-NORMALIZE'
                  USING CM-CUSTOMER-NAME-WS WS-NORM-MASTER-NAME
              CALL 'AFM-NAME-NORMALIZE'
                  USING WC-CUSTOMER-NAME WS-NORM-INPUT-NAME
              IF CM-STATUS-CODE-WS = 'H' OR 'S' OR 'C'
                 MOVE '31' TO WC-RETURN-CODE
                 MOVE '***AFM ON FILE BUT HELD/SUSPENDED/CLOSED!'
                     TO WC-MESSAGE-TEXT
              ELSE
                 IF WS-NORM-MASTER-NAME NOT = WS-NORM-INPUT-NAME
                    MOVE '30' TO WC-RETURN-CODE
                    MOVE '***AFM ALREADY ON FILE!'
                        TO WC-MESSAGE-TEXT
                 END-IF
              END-IF
           END-IF.

      ***------------------------------------------------------------***
      ***  PUTS THE REPLY ON THE REQUEST'S REPLY-TO QUEUE. A REPLY-TO ***
      ***  QUEUE THE QUEUE MANAGER DOES NOT KNOW CANNOT EVER BE       ***
      ***  ANSWERED, SO THE REQUEST IS DEAD-LETTERED INSTEAD; ANY     ***
      ***  OTHER PUT FAILURE BACKS THE REQUEST OUT TO BE TRIED AGAIN. ***
      ***------------------------------------------------------------***
       SEND-REPLY-RTN.
           MOVE SPACES TO RP-REPLY.
           MOVE WS-REPLY-ID TO RP-MESSAGE-ID.
           MOVE RQ-REQUESTING-SYSTEM TO RP-REQUESTING-SYSTEM.
           MOVE RQ-CORRELATION-ID TO RP-CORRELATION-ID.
           MOVE WC-AFM-NUMBER TO RP-AFM-NUMBER.
           MOVE WC-RETURN-CODE TO RP-RETURN-CODE.
           MOVE WC-MESSAGE-TEXT TO RP-MESSAGE-TEXT.
           MOVE WC-AFM-CATEGORY TO RP-CATEGORY.
           MOVE WS-REGISTRY-STANDING TO RP-REGISTRY-STANDING.
           MOVE WS-STOPLIST-STANDING TO RP-STOPLIST-STANDING.
           MOVE MQOT-Q TO MQOD-OBJECTTYPE.
           MOVE MQMD-REPLYTOQ TO MQOD-OBJECTNAME.
           MOVE MQMD-REPLYTOQMGR TO MQOD-OBJECTQMGRNAME.
      *    THE REQUEST'S MESSAGE ID BECOMES THE REPLY'S CORRELATION
      *    ID; THE REPLY KEEPS THE REQUEST'S PERSISTENCE AND WHAT IS
      *    LEFT OF ITS EXPIRY
           MOVE MQMD-MSGID TO MQMD-CORRELID.
           MOVE MQMI-NONE TO MQMD-MSGID.
           MOVE MQMT-REPLY TO MQMD-MSGTYPE.
           MOVE MQFMT-STRING TO MQMD-FORMAT.
           MOVE MQENC-NATIVE TO MQMD-ENCODING.
           MOVE MQCCSI-Q-MGR TO MQMD-CODEDCHARSETID.
           MOVE 0 TO MQMD-REPORT.
           MOVE SPACES TO MQMD-REPLYTOQ.
           MOVE SPACES TO MQMD-REPLYTOQMGR.
           CALL 'MQPUT1' USING WS-HCONN MQOD MQMD MQPMO
                               WS-REPLY-LENGTH RP-REPLY
                               WS-COMPCODE WS-REASON.
           EVALUATE TRUE
             WHEN WS-COMPCODE = MQCC-OK
               MOVE 'R' TO WS-DISPOSAL-SW
               PERFORM LATENCY-RTN
             WHEN WS-REASON = MQRC-UNKNOWN-OBJECT-NAME
               OR WS-REASON = MQRC-UNKNOWN-REMOTE-Q-MGR
               MOVE 10 TO WS-DLQ-REASON-CODE
               MOVE 'REPLY-TO QUEUE NOT KNOWN'
                   TO WS-DLQ-REASON-TEXT
             WHEN OTHER
               MOVE 'REPLY PUT FAILED - REQUEST BACKED OUT'
                   TO WS-CONSOLE-TEXT
               PERFORM CONSOLE-RTN
               MOVE 'Y' TO WS-UOW-FAILED-SW
           END-EVALUATE.

      ***------------------------------------------------------------***
      ***  REQUEST-TO-REPLY TIME FROM THE TWO QUEUE-MANAGER PUT       ***
      ***  STAMPS (THE REPLY'S IS FILLED IN BY THE PUT). A REPLY PUT  ***
      ***  ON THE DAY AFTER ITS REQUEST HAS A DAY ADDED.              ***
      ***------------------------------------------------------------***
       LATENCY-RTN.
           MOVE WS-REQUEST-PUT-TIME TO WS-PUT-TIME.
           PERFORM HUNDREDTHS-RTN.
           MOVE WS-HUNDREDTHS TO WS-REQUEST-HS.
           MOVE MQMD-PUTTIME TO WS-PUT-TIME.
           PERFORM HUNDREDTHS-RTN.
           MOVE WS-HUNDREDTHS TO WS-REPLY-HS.
           COMPUTE WS-LATENCY-HS = WS-REPLY-HS - WS-REQUEST-HS.
           IF MQMD-PUTDATE > WS-REQUEST-PUT-DATE
              ADD 8640000 TO WS-LATENCY-HS
           END-IF.
           IF WS-LATENCY-HS < 0
              MOVE 0 TO WS-LATENCY-HS
           END-IF.

       HUNDREDTHS-RTN.
           IF WS-PUT-TIME-PARTS IS NUMERIC
              COMPUTE WS-HUNDREDTHS =
                  ((WS-PT-HH * 60 + WS-PT-MM) * 60 + WS-PT-SS) * 100
                  + WS-PT-TH
           ELSE
              MOVE 0 TO WS-HUNDREDTHS
           END-IF.

      ***------------------------------------------------------------***
      ***  PUTS THE MESSAGE, AS RECEIVED, ON THE DEAD-LETTER QUEUE    ***
      ***  BEHIND A DEAD-LETTER HEADER CARRYING THE REASON. IF EVEN   ***
      ***  THAT FAILS THE REQUEST IS BACKED OUT - IT IS NEVER LOST.   ***
      ***------------------------------------------------------------***
       DEAD-LETTER-RTN.
           MOVE WS-REQUEST-MQMD TO MQMD.
           COMPUTE MQDLH-REASON = MQFB-APPL-FIRST + WS-DLQ-REASON-CODE.
           MOVE WS-REQUEST-QUEUE TO MQDLH-DESTQNAME.
           MOVE SPACES TO MQDLH-DESTQMGRNAME.
           MOVE MQMD-ENCODING TO MQDLH-ENCODING.
           MOVE MQMD-CODEDCHARSETID TO MQDLH-CODEDCHARSETID.
           MOVE MQMD-FORMAT TO MQDLH-FORMAT.
           MOVE MQAT-CICS TO MQDLH-PUTAPPLTYPE.
           MOVE WS-PROGRAM-NAME TO MQDLH-PUTAPPLNAME.
           MOVE WS-NOW-YYYYMMDD TO MQDLH-PUTDATE.
           MOVE WS-NOW-HHMMSSTH TO MQDLH-PUTTIME.
           IF WS-DATA-LENGTH > WS-BUFFER-LENGTH
              MOVE WS-BUFFER-LENGTH TO WS-HELD-LENGTH
           ELSE
              MOVE WS-DATA-LENGTH TO WS-HELD-LENGTH
           END-IF.
           MOVE SPACES TO WS-DLQ-BUFFER.
           MOVE MQDLH TO WS-DLQ-BUFFER(1:172).
           IF WS-HELD-LENGTH > 0
              MOVE WS-MESSAGE-BUFFER(1:WS-HELD-LENGTH)
                  TO WS-DLQ-BUFFER(173:WS-HELD-LENGTH)
           END-IF.
           COMPUTE WS-DLQ-LENGTH = 172 + WS-HELD-LENGTH.
           MOVE MQFMT-DEAD-LETTER-HEADER TO MQMD-FORMAT.
           MOVE MQENC-NATIVE TO MQMD-ENCODING.
           MOVE MQCCSI-Q-MGR TO MQMD-CODEDCHARSETID.
           MOVE MQOT-Q TO MQOD-OBJECTTYPE.
           MOVE WS-DEAD-LETTER-QUEUE TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           CALL 'MQPUT1' USING WS-HCONN MQOD MQMD MQPMO
                               WS-DLQ-LENGTH WS-DLQ-BUFFER
                               WS-COMPCODE WS-REASON.
           IF WS-COMPCODE = MQCC-OK
              MOVE 'D' TO WS-DISPOSAL-SW
           ELSE
              MOVE 'DEAD-LETTER PUT FAILED - BACKED OUT'
                  TO WS-CONSOLE-TEXT
              PERFORM CONSOLE-RTN
              MOVE 'Y' TO WS-UOW-FAILED-SW
           END-IF.

      ***------------------------------------------------------------***
      ***  ONE AUDIT RECORD PER REQUEST, WITH THE REQUESTING SYSTEM   ***
      ***  AS THE USER ID AND THE SAME OUTCOME WORDING AS AFMV. A     ***
      ***  DEAD-LETTERED MESSAGE IS 'DLQ' WITH ITS REASON; IF IT DOES ***
      ***  NOT RELIABLY NAME ITS REQUESTING SYSTEM, THE MQ USER ID    ***
      ***  THAT PUT IT IS RECORDED INSTEAD (SEE WS-CALLER-ID). A      ***
      ***  REQUEST THAT CANNOT BE AUDITED IS NOT ANSWERED - THE       ***
      ***  WHOLE UNIT OF WORK IS BACKED OUT.                          ***
      ***------------------------------------------------------------***
       AUDIT-LOG-RTN.
           MOVE SPACES TO AUD-RECORD-WS.
           MOVE WS-NOW-STAMP TO AUD-TIMESTAMP-WS.
           MOVE WS-CALLER-ID TO AUD-USER-ID-WS.
           IF WS-DISPOSAL-SW = 'D'
              MOVE WS-CALLER-AFM-NUMBER TO AUD-AFM-WS
              MOVE 'DLQ' TO AUD-OUTCOME-WS
              STRING 'MQ REQUEST DEAD-LETTERED - ' DELIMITED BY SIZE
                     WS-DLQ-REASON-TEXT DELIMITED BY SIZE
                  INTO AUD-REASON-WS
              END-STRING
           ELSE
              MOVE WC-AFM-NUMBER TO AUD-AFM-WS
              EVALUATE WC-RETURN-CODE
                WHEN '00'
                  MOVE 'VALID' TO AUD-OUTCOME-WS
                  MOVE SPACES TO AUD-REASON-WS
                WHEN '60'
                  MOVE 'FOREIGN' TO AUD-OUTCOME-WS
                  MOVE WC-MESSAGE-TEXT TO AUD-REASON-WS
                WHEN OTHER
                  MOVE 'INVALID' TO AUD-OUTCOME-WS
                  MOVE WC-MESSAGE-TEXT TO AUD-REASON-WS
              END-EVALUATE
           END-IF.
           EXEC CICS WRITE FILE('AFMAUDT')
                            FROM(AUD-RECORD-WS)
                            RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'AUDIT WRITE FAILED - REQUEST BACKED OUT'
                  TO WS-CONSOLE-TEXT
              MOVE 0 TO WS-REASON
              PERFORM CONSOLE-RTN
              MOVE 'Y' TO WS-UOW-FAILED-SW
           END-IF.

      ***------------------------------------------------------------***
      ***  ONE SERVICE-LOG RECORD PER MESSAGE FOR THE DAILY VOLUME    ***
      ***  AND LATENCY REPORT. THE LOG ONLY FEEDS THE REPORT, SO A    ***
      ***  FAILED WRITE IS REPORTED BUT DOES NOT HOLD UP THE REPLY.   ***
      ***------------------------------------------------------------***
       SERVICE-LOG-RTN.
           MOVE SPACES TO SV-RECORD-WS.
           MOVE WS-NOW-STAMP TO SV-TIMESTAMP-WS.
           MOVE WS-CALLER-ID TO SV-REQUESTING-SYSTEM-WS.
           MOVE WS-CALLER-CORRELATION-ID TO SV-CORRELATION-ID-WS.
           MOVE WS-DISPOSAL-SW TO SV-DISPOSAL-WS.
           MOVE WS-DLQ-REASON-CODE TO SV-DLQ-REASON-CODE-WS.
           MOVE WS-DLQ-REASON-TEXT TO SV-DLQ-REASON-WS.
           MOVE WS-REQUEST-PUT-DATE TO SV-REQUEST-PUT-DATE-WS.
           MOVE WS-REQUEST-PUT-TIME TO SV-REQUEST-PUT-TIME-WS.
           IF WS-DISPOSAL-SW = 'R'
              MOVE WC-AFM-NUMBER TO SV-AFM-NUMBER-WS
              MOVE WC-RETURN-CODE TO SV-RETURN-CODE-WS
              MOVE MQMD-PUTDATE TO SV-REPLY-PUT-DATE-WS
              MOVE MQMD-PUTTIME TO SV-REPLY-PUT-TIME-WS
              COMPUTE SV-LATENCY-MS-WS = WS-LATENCY-HS * 10
           ELSE
              MOVE WS-CALLER-AFM-NUMBER TO SV-AFM-NUMBER-WS
              MOVE 0 TO SV-LATENCY-MS-WS
           END-IF.
           EXEC CICS WRITE FILE('AFMMQLG')
                            FROM(SV-RECORD-WS)
                            RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'SERVICE LOG WRITE FAILED' TO WS-CONSOLE-TEXT
              MOVE 0 TO WS-REASON
              PERFORM CONSOLE-RTN
           END-IF.

      ***------------------------------------------------------------***
      ***  WRITES AN OPERATOR MESSAGE, WITH THE MQ REASON CODE, TO    ***
      ***  THE CSMT LOG - THERE IS NO TERMINAL TO TELL.               ***
      ***------------------------------------------------------------***
       CONSOLE-RTN.
           MOVE WS-REASON TO WS-CONSOLE-REASON.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                              FROM(WS-CONSOLE-MSG)
                              LENGTH(80)
                              RESP(WS-RESP)
           END-EXEC.

       TERMINATE-RTN.
           IF WS-QUEUE-OPEN-SW = 'Y'
              MOVE MQCO-NONE TO WS-CLOSE-OPTIONS
              CALL 'MQCLOSE' USING WS-HCONN WS-HOBJ-REQUEST
                                   WS-CLOSE-OPTIONS
                                   WS-COMPCODE WS-REASON
           END-IF.
       END PROGRAM AFM-MQ-SERVICE.
