       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-SUSPENSE-FIX.
      ***------------------------------------------------------------***
      ***  CICS SUSPENSE CORRECTION (TRANSACTION AFMS, SCREEN         ***
      ***  AFMMAP3). THE CORRECTION TEAM USED TO HAND-EDIT THE FLAT   ***
      ***  SUSPENSE FILE AND FEED IT BACK THROUGH THE 'S' RERUN, SO   ***
      ***  EVERY TYPO COST ANOTHER NIGHT. THIS SCREEN WORKS THE       ***
      ***  PENDING REJECTS ON THE INDEXED AFMSCOR FILE (LOADED BY     ***
      ***  AFM-SUSPENSE-LOAD) ONE AT A TIME, SELECTED BY SOURCE       ***
      ***  SYSTEM AND/OR ORIGINAL RETURN CODE, WITH PF8 MOVING ON TO  ***
      ***  THE NEXT PENDING ITEM. THE OPERATOR SEES THE ORIGINAL AFM, ***
      ***  NAME AND REJECTION REASON AND KEYS ONE ACTION:             ***
      ***    'C' = CORRECT - THE AFM AND/OR NAME AS KEYED ARE         ***
      ***          REVALIDATED ON THE SPOT THROUGH AFM-VALIDATION-    ***
      ***          SUBRTN AND THE SAME CICS-SAFE STOPLIST, REGISTRY   ***
      ***          AND DUPLICATE CHECKS AS AFMV. A VALID RESULT MARKS ***
      ***          THE ITEM CORRECTED; ANYTHING ELSE LEAVES IT        ***
      ***          PENDING WITH THE NEW REASON SHOWN, TO TRY AGAIN    ***
      ***    'A' = ABANDON - THE RECORD WILL NOT BE RESUBMITTED       ***
      ***    'R' = RETURN TO SOURCE - THE SENDING SYSTEM MUST FIX IT  ***
      ***  EVERY ACTION STAMPS THE TERMINAL AND THE TIME ON THE ITEM, ***
      ***  AND EVERY REVALIDATION IS LOGGED TO AFMAUDT LIKE AN AFMV   ***
      ***  ENTRY, SO THERE IS A RECORD OF WHO FIXED WHAT. AN ITEM     ***
      ***  ANOTHER TERMINAL HAS CLOSED MEANWHILE IS NOT TOUCHED.      ***
      ***  AFM-SUSPENSE-EXTRACT PICKS UP THE CORRECTED ITEMS FOR THE  ***
      ***  NEXT RUN AND PRINTS THE ABANDONED AND RETURNED ONES.       ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY AFMMAPC.

       01  WS-RESP                          PIC S9(8) COMP.
      *    THE 3270 AID CHARACTER FOR PF8, AS DFHAID DEFINES DFHPF8 -
      *    KEPT AS A LOCAL CONSTANT SO EIBAID CAN BE TESTED DIRECTLY
       01  WS-AID-PF8                       PIC X     VALUE '8'.

      ***------------------------------------------------------------***
      ***  STATE CARRIED ACROSS THE PSEUDO-CONVERSATION: THE          ***
      ***  SELECTION, THE KEY OF THE ITEM ON THE SCREEN (SPACES WHEN  ***
      ***  NONE IS SHOWN) AND THE CURRENT AFM AND NAME SENT WITH IT - ***
      ***  FRSET HAS RESET THE MDTS, SO A FIELD THE OPERATOR DID NOT  ***
      ***  TOUCH COMES BACK EMPTY AND IS TAKEN FROM HERE INSTEAD.     ***
      ***------------------------------------------------------------***
       01  WS-COMMAREA.
           05  CA-FILTER-SOURCE             PIC X(10).
           05  CA-FILTER-RC                 PIC XX.
           05  CA-KEY                       PIC X(26).
           05  CA-AFM                       PIC X(14).
           05  CA-CUSTOMER-NAME             PIC X(30).

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

       01  WS-BROWSE-CONTROLS.
           05  WS-BROWSE-KEY                PIC X(26).
           05  WS-BROWSE-DONE-SW            PIC X    VALUE 'N'.
           05  WS-ITEM-FOUND-SW             PIC X    VALUE 'N'.
      *        'Y' = PF8 - THE ITEM NOW SHOWN IS SKIPPED
           05  WS-RESUME-SW                 PIC X    VALUE 'N'.
      *    KEY OF THE CORRECTION-FILE CONTROL RECORD, SKIPPED BY THE
      *    BROWSE - AS AFM-SUSPENSE-LOAD WRITES IT
       01  WS-CONTROL-KEY                   PIC X(26)
                                            VALUE ALL '0'.
       01  WS-ACTION                        PIC X.
      *    THE AFM AND NAME TO REVALIDATE, AS KEYED OR AS CARRIED
       01  WS-NEW-AFM                       PIC X(14).
       01  WS-NEW-NAME                      PIC X(30).
       01  WS-ACTION-STAMP.
           05  WS-ACTION-YYYYMMDD           PIC X(8).
           05  WS-ACTION-HHMMSS             PIC X(6).
           05  FILLER                       PIC X(7).

      ***------------------------------------------------------------***
      ***  CICS-SAFE COPY OF THE SUSPENSE-CORRECTION RECORD LAYOUT    ***
      ***  FROM AFM-SUSPENSE-LOAD, READ AND REWRITTEN HERE THROUGH    ***
      ***  FILE CONTROL AGAINST THE FCT-DEFINED AFMSCOR FILE.         ***
      ***------------------------------------------------------------***
       01  SC-RECORD-WS.
           05  SC-KEY-WS.
               10  SC-SOURCE-SYSTEM-WS      PIC X(10).
               10  SC-RETURN-CODE-WS        PIC XX.
               10  SC-LOAD-DATE-WS          PIC X(8).
               10  SC-LOAD-SEQ-WS           PIC 9(6).
           05  SC-EXTRACT-DATE-WS           PIC X(8).
           05  SC-ORIG-AFM-WS               PIC X(14).
           05  SC-ORIG-NAME-WS              PIC X(30).
           05  SC-REASON-WS                 PIC X(50).
           05  SC-AFM-WS                    PIC X(14).
           05  SC-CUSTOMER-NAME-WS          PIC X(30).
           05  SC-STATE-WS                  PIC X.
           05  SC-NEW-RC-WS                 PIC XX.
           05  SC-NEW-MESSAGE-WS            PIC X(50).
           05  SC-USER-ID-WS                PIC X(8).
           05  SC-ACTION-STAMP-WS           PIC X(14).
           05  SC-CLOSED-DATE-WS            PIC X(8).
           05  FILLER                       PIC X(5).

      ***------------------------------------------------------------***
      ***  CICS-SAFE COPIES OF THE CUSTOMER-MASTER, AUDIT-TRAIL,      ***
      ***  STOPLIST AND REGISTRY-SNAPSHOT RECORD LAYOUTS FOR THE      ***
      ***  REVALIDATION, AS AFM-ONLINE KEEPS THEM - KEEP IN STEP      ***
      ***  WITH THE BATCH WRITERS OF EACH FILE.                       ***
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

      *    BOTH SIDES OF THE DUPLICATE NAME COMPARE, NORMALISED
      *    THROUGH AFM-NAME-NORMALIZE AS AFMV AND THE BATCH DO
       01  WS-NORM-MASTER-NAME              PIC X(30).
       01  WS-NORM-INPUT-NAME               PIC X(30).

      ***------------------------------------------------------------***
      ***  THE ITEM, STATE AND REJECTION LINES OF THE SCREEN.         ***
      ***------------------------------------------------------------***
       01  WS-ITEM-LINE.
           05  FILLER                       PIC X(7)
               VALUE 'SOURCE '.
           05  IL-SOURCE                    PIC X(10).
           05  FILLER                       PIC X(9)
               VALUE '  LOADED '.
           05  IL-LOAD-DATE                 PIC X(8).
           05  FILLER                       PIC X     VALUE '/'.
           05  IL-LOAD-SEQ                  PIC 9(6).
           05  FILLER                       PIC X(10)
               VALUE '  EXTRACT '.
           05  IL-EXTRACT-DATE              PIC X(8).
           05  FILLER                       PIC X     VALUE SPACE.
       01  WS-STATE-LINE.
           05  FILLER                       PIC X(6)
               VALUE 'STATE '.
           05  STL-STATE                    PIC X(9).
           05  STL-BY                       PIC X(4).
           05  STL-USER-ID                  PIC X(8).
           05  FILLER                       PIC X     VALUE SPACE.
           05  STL-DATE                     PIC X(8).
           05  FILLER                       PIC X     VALUE SPACE.
           05  STL-TIME                     PIC X(6).
           05  FILLER                       PIC X(17) VALUE SPACES.
       01  WS-REJECT-LINE.
           05  RJL-RETURN-CODE              PIC XX.
           05  FILLER                       PIC X     VALUE SPACE.
           05  RJL-REASON                   PIC X(50).

       LINKAGE SECTION.
       01  DFHCOMMAREA                      PIC X(82).

       PROCEDURE DIVISION.
       MAIN-RTN.
           IF EIBCALEN = 0
              GO TO NO-INPUT-RTN
           END-IF.
           MOVE DFHCOMMAREA TO WS-COMMAREA.
           IF EIBAID = WS-AID-PF8 AND CA-KEY NOT = SPACES
              GO TO PAGE-RTN
           END-IF.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(NO-INPUT-RTN)
           END-EXEC.
           EXEC CICS RECEIVE MAP('AFMMAP3')
                              MAPSET('AFMSET')
                              INTO(AFMMAP3I)
           END-EXEC.
           PERFORM TAKE-INPUT-RTN.
           PERFORM CLEAR-SCREEN-RTN.
           EVALUATE TRUE
             WHEN CA-KEY NOT = SPACES AND WS-ACTION NOT = SPACE
                 AND WS-ACTION NOT = LOW-VALUE
               PERFORM ACTION-RTN
             WHEN SSRCL > 0 OR SRCL > 0 OR CA-KEY = SPACES
               PERFORM NEW-SELECTION-RTN
             WHEN OTHER
               PERFORM REFRESH-ITEM-RTN
               MOVE 'KEY AN ACTION (C/A/R), OR PF8 FOR THE NEXT ITEM'
                   TO SMSGO
           END-EVALUATE.
           PERFORM SEND-SCREEN-RTN.
           GOBACK.

      ***------------------------------------------------------------***
      ***  TAKES THE ACTION, AFM AND NAME AS KEYED BEFORE THE SCREEN  ***
      ***  IS CLEARED - THE OUTPUT FIELDS SHARE THEIR STORAGE. A      ***
      ***  FIELD LEFT UNTOUCHED KEEPS THE VALUE SHOWN.                ***
      ***------------------------------------------------------------***
       TAKE-INPUT-RTN.
           IF SACTL > 0
              MOVE SACTI TO WS-ACTION
           ELSE
              MOVE SPACE TO WS-ACTION
           END-IF.
           IF SAFML > 0
              MOVE SAFMI TO WS-NEW-AFM
           ELSE
              MOVE CA-AFM TO WS-NEW-AFM
           END-IF.
           IF SNAMEL > 0
              MOVE SNAMEI TO WS-NEW-NAME
           ELSE
              MOVE CA-CUSTOMER-NAME TO WS-NEW-NAME
           END-IF.
           INSPECT WS-NEW-AFM REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NEW-NAME REPLACING ALL LOW-VALUE BY SPACE.

      ***------------------------------------------------------------***
      ***  FIRST-TIME ENTRY (EIBCALEN = 0) OR A MAPFAIL ON RECEIVE -  ***
      ***  JUST SEND A BLANK SCREEN AND WAIT FOR THE OPERATOR TO PICK ***
      ***  A SOURCE SYSTEM AND/OR RETURN CODE.                        ***
      ***------------------------------------------------------------***
       NO-INPUT-RTN.
           PERFORM CLEAR-SCREEN-RTN.
           MOVE SPACES TO WS-COMMAREA.
           MOVE SPACES TO SSRCO.
           MOVE SPACES TO SRCO.
           MOVE 'KEY A SOURCE AND/OR RETURN CODE (BLANK = ALL), ENTER'
               TO SMSGO.
           EXEC CICS SEND MAP('AFMMAP3')
                           MAPSET('AFMSET')
                           FROM(AFMMAP3O)
                           ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('AFMS')
                             COMMAREA(WS-COMMAREA)
                             LENGTH(82)
           END-EXEC.
           GOBACK.

      ***------------------------------------------------------------***
      ***  PF8 - MOVES ON TO THE NEXT PENDING ITEM AFTER THE ONE ON   ***
      ***  THE SCREEN, WITHIN THE SAME SELECTION. THE MAP IS NOT      ***
      ***  RE-RECEIVED (FRSET HAS RESET THE MDTS); EVERYTHING NEEDED  ***
      ***  IS IN THE COMMAREA.                                        ***
      ***------------------------------------------------------------***
       PAGE-RTN.
           PERFORM CLEAR-SCREEN-RTN.
           MOVE CA-KEY TO WS-BROWSE-KEY.
           MOVE 'Y' TO WS-RESUME-SW.
           PERFORM FIND-ITEM-RTN.
           IF WS-ITEM-FOUND-SW = 'N'
              MOVE 'NO MORE PENDING ITEMS FOR THIS SELECTION'
                  TO SMSGO
           END-IF.
           PERFORM SEND-SCREEN-RTN.
           GOBACK.

      ***------------------------------------------------------------***
      ***  A NEW SELECTION - TAKES THE SOURCE AND RETURN CODE AS      ***
      ***  KEYED (A FIELD LEFT UNTOUCHED KEEPS THE PREVIOUS VALUE)    ***
      ***  AND STARTS FROM THE FIRST PENDING ITEM THAT MATCHES. THE   ***
      ***  BROWSE STARTS AT THE SOURCE (AND RETURN CODE, IF BOTH ARE  ***
      ***  GIVEN), SINCE THAT IS HOW THE FILE IS KEYED.               ***
      ***------------------------------------------------------------***
       NEW-SELECTION-RTN.
           IF SSRCL > 0
              MOVE SSRCI TO CA-FILTER-SOURCE
              INSPECT CA-FILTER-SOURCE
                  REPLACING ALL LOW-VALUE BY SPACE
           END-IF.
           IF SRCL > 0
              MOVE SRCI TO CA-FILTER-RC
              INSPECT CA-FILTER-RC
                  REPLACING ALL LOW-VALUE BY SPACE
           END-IF.
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           IF CA-FILTER-SOURCE NOT = SPACES
              MOVE CA-FILTER-SOURCE TO WS-BROWSE-KEY(1:10)
              IF CA-FILTER-RC NOT = SPACES
                 MOVE CA-FILTER-RC TO WS-BROWSE-KEY(11:2)
              END-IF
           END-IF.
           MOVE 'N' TO WS-RESUME-SW.
           PERFORM FIND-ITEM-RTN.
           IF WS-ITEM-FOUND-SW = 'N'
              MOVE 'NO PENDING ITEMS FOR THIS SELECTION' TO SMSGO
           END-IF.

      ***------------------------------------------------------------***
      ***  BROWSES AFMSCOR FROM WS-BROWSE-KEY FOR THE FIRST PENDING   ***
      ***  ITEM IN THE SELECTION AND SHOWS IT. THE BROWSE STOPS AS    ***
      ***  SOON AS IT RUNS PAST THE SELECTED SOURCE SYSTEM. NOTHING   ***
      ***  FOUND CLEARS THE ITEM FROM THE COMMAREA.                   ***
      ***------------------------------------------------------------***
       FIND-ITEM-RTN.
           MOVE 'N' TO WS-ITEM-FOUND-SW.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           EXEC CICS STARTBR FILE('AFMSCOR')
                              RIDFLD(WS-BROWSE-KEY)
                              GTEQ
                              RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM FIND-NEXT-RTN
                  UNTIL WS-BROWSE-DONE-SW = 'Y'
              EXEC CICS ENDBR FILE('AFMSCOR')
              END-EXEC
           END-IF.
           IF WS-ITEM-FOUND-SW = 'Y'
              PERFORM SHOW-ITEM-RTN
              MOVE 'KEY AN ACTION (C/A/R), OR PF8 FOR THE NEXT ITEM'
                  TO SMSGO
           ELSE
              MOVE SPACES TO CA-KEY
              MOVE SPACES TO CA-AFM
              MOVE SPACES TO CA-CUSTOMER-NAME
              MOVE CA-FILTER-SOURCE TO SSRCO
              MOVE CA-FILTER-RC TO SRCO
           END-IF.

       FIND-NEXT-RTN.
           EXEC CICS READNEXT FILE('AFMSCOR')
                               INTO(SC-RECORD-WS)
                               RIDFLD(WS-BROWSE-KEY)
                               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-SW
             WHEN CA-FILTER-SOURCE NOT = SPACES
                 AND SC-SOURCE-SYSTEM-WS > CA-FILTER-SOURCE
               MOVE 'Y' TO WS-BROWSE-DONE-SW
             WHEN SC-KEY-WS = WS-CONTROL-KEY
               CONTINUE
             WHEN WS-RESUME-SW = 'Y' AND SC-KEY-WS = CA-KEY
               CONTINUE
             WHEN CA-FILTER-SOURCE NOT = SPACES
                 AND SC-SOURCE-SYSTEM-WS NOT = CA-FILTER-SOURCE
               CONTINUE
             WHEN CA-FILTER-RC NOT = SPACES
                 AND SC-RETURN-CODE-WS NOT = CA-FILTER-RC
               CONTINUE
             WHEN SC-STATE-WS = 'P'
               MOVE 'Y' TO WS-ITEM-FOUND-SW
               MOVE 'Y' TO WS-BROWSE-DONE-SW
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      ***------------------------------------------------------------***
      ***  RE-READS THE ITEM ON THE SCREEN AND SHOWS IT AGAIN, AS IT  ***
      ***  NOW STANDS ON FILE.                                        ***
      ***------------------------------------------------------------***
       REFRESH-ITEM-RTN.
           EXEC CICS READ FILE('AFMSCOR')
                           INTO(SC-RECORD-WS)
                           RIDFLD(CA-KEY)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM SHOW-ITEM-RTN
           ELSE
              MOVE SPACES TO CA-KEY
              MOVE CA-FILTER-SOURCE TO SSRCO
              MOVE CA-FILTER-RC TO SRCO
           END-IF.

      ***------------------------------------------------------------***
      ***  APPLIES THE ACTION KEYED AGAINST THE ITEM ON THE SCREEN.   ***
      ***  THE ITEM IS READ FOR UPDATE AND MUST STILL BE PENDING - IF ***
      ***  ANOTHER TERMINAL CLOSED IT MEANWHILE IT IS SHOWN AS THAT   ***
      ***  TERMINAL LEFT IT AND NOTHING IS CHANGED.                   ***
      ***------------------------------------------------------------***
       ACTION-RTN.
           IF WS-ACTION NOT = 'C' AND WS-ACTION NOT = 'A'
              AND WS-ACTION NOT = 'R'
              PERFORM REFRESH-ITEM-RTN
              MOVE 'ACTION MUST BE C, A OR R' TO SMSGO
           ELSE
              EXEC CICS READ FILE('AFMSCOR')
                              INTO(SC-RECORD-WS)
                              RIDFLD(CA-KEY)
                              UPDATE
                              RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                WHEN WS-RESP NOT = DFHRESP(NORMAL)
                  MOVE SPACES TO CA-KEY
                  MOVE CA-FILTER-SOURCE TO SSRCO
                  MOVE CA-FILTER-RC TO SRCO
                  MOVE 'ITEM NO LONGER ON FILE - PRESS ENTER'
                      TO SMSGO
                WHEN SC-STATE-WS NOT = 'P'
                  EXEC CICS UNLOCK FILE('AFMSCOR')
                  END-EXEC
                  PERFORM SHOW-ITEM-RTN
                  MOVE 'ITEM ALREADY CLOSED BY ANOTHER USER - PF8'
                      TO SMSGO
                WHEN WS-ACTION = 'C'
                  PERFORM CORRECT-RTN
                WHEN OTHER
                  PERFORM CLOSE-ITEM-RTN
              END-EVALUATE
           END-IF.

      ***------------------------------------------------------------***
      ***  'C' - REVALIDATES THE AFM AND NAME AS KEYED (A FIELD LEFT  ***
      ***  UNTOUCHED KEEPS THE VALUE SHOWN) EXACTLY AS AFMV WOULD,    ***
      ***  AUDITS THE ATTEMPT, AND RECORDS THE RESULT ON THE ITEM.    ***
      ***  ONLY A VALID RESULT CORRECTS IT; THE CORRECTED AFM IS KEPT ***
      ***  IN THE SUBROUTINE'S CANONICAL NINE-DIGIT FORM, SO THE      ***
      ***  RERUN SEES EXACTLY WHAT PASSED HERE.                       ***
      ***------------------------------------------------------------***
       CORRECT-RTN.
           PERFORM REVALIDATE-RTN.
           PERFORM AUDIT-LOG-RTN.
           MOVE WC-RETURN-CODE TO SC-NEW-RC-WS.
           IF WC-RETURN-CODE = '00'
              MOVE WC-AFM-NUMBER TO SC-AFM-WS
              MOVE 'C' TO SC-STATE-WS
              MOVE SPACES TO SC-NEW-MESSAGE-WS
           ELSE
              MOVE WS-NEW-AFM TO SC-AFM-WS
              MOVE WC-MESSAGE-TEXT TO SC-NEW-MESSAGE-WS
           END-IF.
           MOVE WS-NEW-NAME TO SC-CUSTOMER-NAME-WS.
           PERFORM STAMP-ITEM-RTN.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WC-RETURN-CODE = '00'
                 MOVE 'CORRECTED - QUEUED FOR THE NEXT RUN, PF8 NEXT'
                     TO SMSGO
              ELSE
                 MOVE 'STILL INVALID - CORRECT AND KEY C AGAIN, OR A/R'
                     TO SMSGO
              END-IF
           END-IF.

      ***------------------------------------------------------------***
      ***  'A' OR 'R' - CLOSES THE ITEM WITHOUT REVALIDATION. THE     ***
      ***  EXTRACT STEP PRINTS IT WITH THE TERMINAL THAT CLOSED IT.   ***
      ***------------------------------------------------------------***
       CLOSE-ITEM-RTN.
           MOVE WS-ACTION TO SC-STATE-WS.
           PERFORM STAMP-ITEM-RTN.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WS-ACTION = 'A'
                 MOVE 'ABANDONED - PF8 FOR THE NEXT ITEM' TO SMSGO
              ELSE
                 MOVE 'RETURNED TO SOURCE - PF8 FOR THE NEXT ITEM'
                     TO SMSGO
              END-IF
           END-IF.

      ***------------------------------------------------------------***
      ***  STAMPS THE TERMINAL AND TIME ON THE ITEM AND REWRITES IT,  ***
      ***  THEN SHOWS IT AS IT NOW STANDS.                            ***
      ***------------------------------------------------------------***
       STAMP-ITEM-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-ACTION-STAMP.
           MOVE EIBTRMID TO SC-USER-ID-WS.
           MOVE WS-ACTION-STAMP(1:14) TO SC-ACTION-STAMP-WS.
           EXEC CICS REWRITE FILE('AFMSCOR')
                              FROM(SC-RECORD-WS)
                              RESP(WS-RESP)
           END-EXEC.
           PERFORM SHOW-ITEM-RTN.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'AFMSCOR REWRITE FAILED - ITEM NOT UPDATED'
                  TO SMSGO
           END-IF.

      ***------------------------------------------------------------***
      ***  CALLS THE SAME AFM-VALIDATION-SUBRTN AS THE BATCH DRIVER   ***
      ***  AND AFMV, THEN THE CICS-SAFE STOPLIST, REGISTRY AND        ***
      ***  DUPLICATE CHECKS IN THE SAME ORDER, SO AN ITEM CORRECTED   ***
      ***  HERE PASSES THE RERUN FOR THE SAME REASONS.                ***
      ***------------------------------------------------------------***
       REVALIDATE-RTN.
           MOVE WS-NEW-AFM TO WC-AFM-NUMBER.
           MOVE WS-NEW-NAME TO WC-CUSTOMER-NAME.
           MOVE EIBTRMID TO WC-USER-ID.
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
           END-IF.
           IF WC-RETURN-CODE = '00'
              PERFORM REGISTRY-CHECK-RTN
           END-IF.
           IF WC-RETURN-CODE = '00'
              PERFORM DUPLICATE-CHECK-RTN
           END-IF.

      ***------------------------------------------------------------***
      ***  CICS-SAFE STOPLIST CHECK, AS AFM-ONLINE'S ('50').          ***
      ***------------------------------------------------------------***
       STOPLIST-CHECK-RTN.
           EXEC CICS READ FILE('AFMSTOP')
                           INTO(SL-RECORD-WS)
                           RIDFLD(WC-AFM-NUMBER)
                           RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE '50' TO WC-RETURN-CODE
              MOVE '***AFM IS ON THE BLOCKED-AFM STOPLIST!'
                  TO WC-MESSAGE-TEXT
           END-IF.

      ***------------------------------------------------------------***
      ***  CICS-SAFE REGISTRY CHECK, AS AFM-ONLINE'S ('40'/'41'). A   ***
      ***  REGISTRY FILE THAT CANNOT BE READ LEAVES THE LOCAL RESULT  ***
      ***  STANDING.                                                  ***
      ***------------------------------------------------------------***
       REGISTRY-CHECK-RTN.
           EXEC CICS READ FILE('AADEREG')
                           INTO(AR-RECORD-WS)
                           RIDFLD(WC-AFM-NUMBER)
                           RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               AND AR-ACTIVE-FLAG-WS NOT = 'A'
               MOVE '41' TO WC-RETURN-CODE
               MOVE '***AFM REGISTERED BUT INACTIVE!'
                   TO WC-MESSAGE-TEXT
             WHEN WS-RESP = DFHRESP(NOTFND)
               MOVE '40' TO WC-RETURN-CODE
               MOVE '***AFM NOT REGISTERED WITH TAX AUTHORITY!'
                   TO WC-MESSAGE-TEXT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      ***------------------------------------------------------------***
      ***  CICS-SAFE DUPLICATE CHECK, AS AFM-ONLINE'S - ON FILE UNDER ***
      ***  A DIFFERENT NORMALISED NAME IS '30', ON FILE BUT HELD,     ***
      ***  SUSPENDED OR CLOSED IS '31'. ON FILE UNDER THE SAME NAME   ***
      ***  IS NOT AN ERROR - THE RERUN SIMPLY MATCHES IT.             ***
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
      ***  LOGS THE REVALIDATION TO AFMAUDT UNDER THE TERMINAL, WITH  ***
      ***  THE SAME OUTCOME WORDING AS AFMV, SO THE TRAIL SHOWS EVERY ***
      ***  ATTEMPT WHICHEVER SCREEN KEYED IT.                         ***
      ***------------------------------------------------------------***
       AUDIT-LOG-RTN.
           MOVE WC-AFM-NUMBER TO AUD-AFM-WS.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP-WS.
           MOVE WC-USER-ID TO AUD-USER-ID-WS.
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
           END-EVALUATE.
           EXEC CICS WRITE FILE('AFMAUDT')
                            FROM(AUD-RECORD-WS)
                            RESP(WS-RESP)
           END-EXEC.

      ***------------------------------------------------------------***
      ***  FILLS THE SCREEN FROM THE ITEM IN SC-RECORD-WS AND KEEPS   ***
      ***  ITS KEY, AFM AND NAME IN THE COMMAREA. THE LAST            ***
      ***  REVALIDATION RESULT, IF ANY, IS SHOWN UNDER THE ACTION.    ***
      ***------------------------------------------------------------***
       SHOW-ITEM-RTN.
           MOVE SC-KEY-WS TO CA-KEY.
           MOVE SC-AFM-WS TO CA-AFM.
           MOVE SC-CUSTOMER-NAME-WS TO CA-CUSTOMER-NAME.
           MOVE CA-FILTER-SOURCE TO SSRCO.
           MOVE CA-FILTER-RC TO SRCO.
           MOVE SC-SOURCE-SYSTEM-WS TO IL-SOURCE.
           MOVE SC-LOAD-DATE-WS TO IL-LOAD-DATE.
           MOVE SC-LOAD-SEQ-WS TO IL-LOAD-SEQ.
           MOVE SC-EXTRACT-DATE-WS TO IL-EXTRACT-DATE.
           MOVE WS-ITEM-LINE TO SITEMO.
           EVALUATE SC-STATE-WS
             WHEN 'P'
               MOVE 'PENDING' TO STL-STATE
             WHEN 'C'
               MOVE 'CORRECTED' TO STL-STATE
             WHEN 'A'
               MOVE 'ABANDONED' TO STL-STATE
             WHEN 'R'
               MOVE 'RETURNED' TO STL-STATE
             WHEN OTHER
               MOVE SC-STATE-WS TO STL-STATE
           END-EVALUATE.
           IF SC-USER-ID-WS = SPACES
              MOVE SPACES TO STL-BY
           ELSE
              MOVE ' BY ' TO STL-BY
           END-IF.
           MOVE SC-USER-ID-WS TO STL-USER-ID.
           MOVE SC-ACTION-STAMP-WS(1:8) TO STL-DATE.
           MOVE SC-ACTION-STAMP-WS(9:6) TO STL-TIME.
           MOVE WS-STATE-LINE TO SSTATEO.
           MOVE SC-RETURN-CODE-WS TO RJL-RETURN-CODE.
           MOVE SC-REASON-WS TO RJL-REASON.
           MOVE WS-REJECT-LINE TO SREJO.
           MOVE SC-ORIG-AFM-WS TO SOAFMO.
           MOVE SC-ORIG-NAME-WS TO SONAMEO.
           MOVE SC-AFM-WS TO SAFMO.
           MOVE SC-CUSTOMER-NAME-WS TO SNAMEO.
           MOVE SPACES TO SACTO.
           EVALUATE TRUE
             WHEN SC-NEW-RC-WS = SPACES
               MOVE SPACES TO SRESO
               MOVE SPACES TO SREASO
             WHEN SC-NEW-RC-WS = '00'
               MOVE 'VALID' TO SRESO
               MOVE SPACES TO SREASO
             WHEN OTHER
               MOVE 'INVALID' TO SRESO
               MOVE SC-NEW-MESSAGE-WS TO SREASO
           END-EVALUATE.

       CLEAR-SCREEN-RTN.
           MOVE SPACES TO SITEMO.
           MOVE SPACES TO SSTATEO.
           MOVE SPACES TO SREJO.
           MOVE SPACES TO SOAFMO.
           MOVE SPACES TO SONAMEO.
           MOVE SPACES TO SAFMO.
           MOVE SPACES TO SNAMEO.
           MOVE SPACES TO SACTO.
           MOVE SPACES TO SRESO.
           MOVE SPACES TO SREASO.
           MOVE SPACES TO SMSGO.

       SEND-SCREEN-RTN.
           EXEC CICS SEND MAP('AFMMAP3')
                           MAPSET('AFMSET')
                           FROM(AFMMAP3O)
                           ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID('AFMS')
                             COMMAREA(WS-COMMAREA)
                             LENGTH(82)
           END-EXEC.
       END PROGRAM AFM-SUSPENSE-FIX.
