       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-JOURNAL-BACKOUT.
      ***------------------------------------------------------------***
      ***  CUSTMAST BACK-OUT FROM THE AFMJRNL CHANGE JOURNAL - TAKES  ***
      ***  A BAD RUN BACK OFF THE CUSTOMER MASTER WITHOUT RESTORING   ***
      ***  LAST NIGHT'S BACKUP AND LOSING EVERYTHING ELSE DONE SINCE. ***
      ***  ONE SYSIN CARD SAYS WHAT TO UNDO:                          ***
      ***    'B' = BACK OUT ONE RUN - EVERY CHANGE JOURNALLED BY THE  ***
      ***          NAMED PROGRAM UNDER THE GIVEN RUN ID (THE START    ***
      ***          STAMP EACH WRITER PRINTS ON ITS REPORT). A RUN ID  ***
      ***          OF JUST A DATE (YYYYMMDD) TAKES EVERY RUN OF THAT  ***
      ***          PROGRAM STARTED THAT DAY - E.G. ALL OF A DAY'S PF5 ***
      ***          REGISTRATIONS, EACH OF WHICH IS ITS OWN RUN.       ***
      ***    'R' = REBUILD AS AT A DATE - EVERY CHANGE JOURNALLED     ***
      ***          WITH A RUN DATE AFTER THE ONE GIVEN, SO THE MASTER ***
      ***          IS TAKEN BACK TO HOW IT STOOD AT THE END OF THAT   ***
      ***          RUN DATE.                                          ***
      ***  THE SELECTED CHANGES ARE SORTED NEWEST FIRST AND UNDONE    ***
      ***  ONE BY ONE: AN ADD IS DELETED, A CHANGE IS PUT BACK TO ITS ***
      ***  BEFORE IMAGE, A DELETE IS WRITTEN BACK. A CHANGE IS ONLY   ***
      ***  UNDONE WHILE THE MASTER STILL HOLDS EXACTLY WHAT IT LEFT   ***
      ***  THERE - IF SOMETHING ELSE HAS CHANGED THE CUSTOMER SINCE,  ***
      ***  IT IS LISTED AS A CONFLICT AND LEFT FOR A PERSON TO        ***
      ***  DECIDE, AND THE JOB ENDS WITH RETURN CODE 8.               ***
      ***  A CUSTOMER ERASED AT THE DATA SUBJECT'S REQUEST (ACTION    ***
      ***  'E', JOURNALLED BY AFM-DATA-SUBJECT) IS NEVER PUT BACK:    ***
      ***  NEITHER THE ERASURE ITSELF NOR A DELETE WHOSE BEFORE       ***
      ***  IMAGE HAS HAD THE NAME ERASED IS UNDONE - BOTH ARE LISTED  ***
      ***  AS CONFLICTS.                                              ***
      ***  EVERY UNDO IS ITSELF JOURNALLED UNDER THIS PROGRAM, THIS   ***
      ***  RUN'S ID AND THE USER ON THE CARD, SO A BACK-OUT TAKEN IN  ***
      ***  ERROR CAN BE BACKED OUT IN TURN.                           ***
      ***                                                             ***
      ***  CARD: COL 1     MODE 'B' OR 'R'                            ***
      ***        COL 3-22  'B': PROGRAM NAME, E.G. AFM-MAINT-APPROVE  ***
      ***                  'R': AS-AT RUN DATE YYYYMMDD IN COL 3-10   ***
      ***        COL 24-37 'B': RUN ID (YYYYMMDDHHMMSS, OR YYYYMMDD)  ***
      ***        COL 39-46 USER ID RESPONSIBLE FOR THE BACK-OUT       ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CM-JOURNAL-FILE  ASSIGN TO AFMJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.
           SELECT JOURNAL-SORT-FILE    ASSIGN TO SORTWK01.
           SELECT SELECTED-FILE        ASSIGN TO AFMJSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER  ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-AFM
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ***------------------------------------------------------------***
      ***  CUSTMAST CHANGE JOURNAL AS WRITTEN BY EVERY CUSTMAST       ***
      ***  WRITER - KEEP IN STEP WITH THEM. READ HERE TO SELECT WHAT  ***
      ***  TO UNDO, THEN APPENDED TO WITH THE UNDO ITSELF.            ***
      ***------------------------------------------------------------***
       FD  CM-JOURNAL-FILE.
       01  JR-RECORD.
           05  JR-TIMESTAMP                 PIC X(21).
           05  JR-RUN-DATE                  PIC X(8).
           05  JR-PROGRAM                   PIC X(20).
           05  JR-RUN-ID                    PIC X(14).
      *        'A' = ADDED, 'C' = CHANGED, 'D' = DELETED,
      *        'E' = ERASED AT THE DATA SUBJECT'S REQUEST
           05  JR-ACTION                    PIC X.
           05  JR-USER-ID                   PIC X(8).
           05  JR-AFM                       PIC X(9).
           05  JR-BEFORE-IMAGE              PIC X(80).
           05  JR-AFTER-IMAGE               PIC X(80).
           05  FILLER                       PIC X(9).

      ***------------------------------------------------------------***
      ***  THE SELECTED JOURNAL RECORDS, EACH PREFIXED WITH ITS       ***
      ***  POSITION ON THE JOURNAL. THE JOURNAL IS WRITTEN IN THE     ***
      ***  ORDER THE CHANGES HAPPENED, SO SORTING DESCENDING ON THE   ***
      ***  POSITION PUTS THEM NEWEST FIRST - THE ORDER THEY MUST BE   ***
      ***  UNDONE IN - WITHOUT RELYING ON TWO TIMESTAMPS NEVER        ***
      ***  FALLING IN THE SAME HUNDREDTH OF A SECOND.                 ***
      ***------------------------------------------------------------***
       SD  JOURNAL-SORT-FILE.
       01  JS-SORT-RECORD.
           05  JS-POSITION                  PIC 9(9).
           05  JS-JOURNAL-RECORD            PIC X(250).

       FD  SELECTED-FILE.
       01  SJ-RECORD.
           05  SJ-POSITION                  PIC 9(9).
           05  SJ-TIMESTAMP                 PIC X(21).
           05  SJ-RUN-DATE                  PIC X(8).
           05  SJ-PROGRAM                   PIC X(20).
           05  SJ-RUN-ID                    PIC X(14).
           05  SJ-ACTION                    PIC X.
           05  SJ-USER-ID                   PIC X(8).
           05  SJ-AFM                       PIC X(9).
           05  SJ-BEFORE-IMAGE              PIC X(80).
           05  SJ-AFTER-IMAGE               PIC X(80).
           05  FILLER                       PIC X(9).

      ***------------------------------------------------------------***
      ***  CUSTOMER-MASTER RECORD LAYOUT AS KEPT BY AFM-VALIDATION    ***
      ***  SUBRTN - KEEP IN STEP WITH EVERY READER AND WRITER OF      ***
      ***  CUSTMAST. ONLY EVER MOVED AS A WHOLE IMAGE HERE.           ***
      ***------------------------------------------------------------***
       FD  CUSTOMER-MASTER.
       01  CM-RECORD.
           05  CM-AFM                       PIC X(9).
           05  CM-CUSTOMER-NAME             PIC X(30).
           05  CM-CATEGORY                  PIC X.
           05  CM-REG-DATE                  PIC X(8).
           05  CM-REG-CHANNEL               PIC X.
           05  CM-SOURCE-SYSTEM             PIC X(10).
           05  CM-STATUS-CODE               PIC X.
           05  CM-STATUS-REASON             PIC XX.
           05  CM-STATUS-DATE               PIC X(8).
           05  CM-RELEASED-REASON           PIC XX.
           05  FILLER                       PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  JR-EOF-SW                    PIC 9    VALUE 0.
               88  END-OF-JOURNAL              VALUE 1.
           05  SEL-EOF-SW                   PIC 9    VALUE 0.
               88  END-OF-SELECTED             VALUE 1.
           05  WS-SELECT-SW                 PIC X    VALUE 'N'.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYYMMDD              PIC X(8).
           05  FILLER                       PIC X(13).
      ***------------------------------------------------------------***
      ***  THE CONTROL CARD. THE SECOND 01 IS THE REBUILD VIEW, WITH  ***
      ***  THE AS-AT DATE WHERE A BACK-OUT CARD HAS THE PROGRAM.      ***
      ***------------------------------------------------------------***
       01  WS-BACKOUT-CARD.
           05  BC-MODE                      PIC X.
               88  BACKOUT-RUN                 VALUE 'B'.
               88  REBUILD-AS-AT               VALUE 'R'.
           05  FILLER                       PIC X.
           05  BC-PROGRAM                   PIC X(20).
           05  FILLER                       PIC X.
           05  BC-RUN-ID                    PIC X(14).
           05  FILLER                       PIC X.
           05  BC-USER-ID                   PIC X(8).
           05  FILLER                       PIC X(34).
       01  WS-REBUILD-CARD REDEFINES WS-BACKOUT-CARD.
           05  FILLER                       PIC X(2).
           05  BC-AS-AT-DATE                PIC X(8).
           05  FILLER                       PIC X(70).
      *    HOW MUCH OF THE RUN ID TO MATCH - 14, OR 8 FOR A DATE ONLY
       01  WS-RUN-ID-LENGTH                 PIC 9(2) COMP VALUE 14.
      *    THE UNDO BEING JOURNALLED, AND WHY AN UNDO WAS REFUSED
       01  WS-JOURNAL-FIELDS.
           05  WS-JR-RUN-ID                 PIC X(14).
           05  WS-JR-ACTION                 PIC X.
           05  WS-JR-BEFORE                 PIC X(80).
           05  WS-JR-AFTER                  PIC X(80).
       01  WS-CONFLICT-TEXT                 PIC X(30).
      *    THE NAME AFM-DATA-SUBJECT LEAVES IN PLACE OF AN ERASED
      *    CUSTOMER'S - KEEP IN STEP WITH IT
       01  WS-ERASED-NAME                   PIC X(30)
                                            VALUE
                                            'ERASED AT SUBJECT REQUEST'.
       01  WS-BACKOUT-COUNTERS              COMP.
           05  CT-JOURNAL-READ              PIC 9(9) VALUE 0.
           05  CT-SELECTED                  PIC 9(7) VALUE 0.
           05  CT-ADDS-REMOVED              PIC 9(7) VALUE 0.
           05  CT-CHANGES-REVERTED          PIC 9(7) VALUE 0.
           05  CT-DELETES-RESTORED          PIC 9(7) VALUE 0.
           05  CT-CONFLICTS                 PIC 9(7) VALUE 0.
       01  WS-JR-STATUS                     PIC XX   VALUE '00'.
       01  WS-SEL-STATUS                    PIC XX   VALUE '00'.
       01  WS-CM-STATUS                     PIC XX   VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM INITIALIZE-RTN.
           PERFORM UNDO-RTN UNTIL END-OF-SELECTED.
           PERFORM TERMINATE-RTN.
           GOBACK.

      ***------------------------------------------------------------***
      ***  TAKES AND CHECKS THE CARD, SORTS THE CHANGES TO UNDO       ***
      ***  NEWEST FIRST, THEN OPENS THE MASTER AND REOPENS THE        ***
      ***  JOURNAL FOR THE UNDO RECORDS. A BAD CARD STOPS THE RUN     ***
      ***  BEFORE ANYTHING IS TOUCHED.                                ***
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:14) TO WS-JR-RUN-ID.
           MOVE SPACES TO WS-BACKOUT-CARD.
           ACCEPT WS-BACKOUT-CARD.
           PERFORM CHECK-CARD-RTN.
           SORT JOURNAL-SORT-FILE ON DESCENDING KEY JS-POSITION
               INPUT PROCEDURE IS SELECT-INPUT-RTN
                             THRU SELECT-INPUT-EXIT
               GIVING SELECTED-FILE.
           OPEN INPUT SELECTED-FILE.
           IF WS-SEL-STATUS NOT = '00'
              DISPLAY '***SELECTED-FILE OPEN FAILED - STATUS '
                      WS-SEL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O CUSTOMER-MASTER.
           IF WS-CM-STATUS = '35'
              OPEN OUTPUT CUSTOMER-MASTER
              CLOSE CUSTOMER-MASTER
              OPEN I-O CUSTOMER-MASTER
           END-IF.
           IF WS-CM-STATUS NOT = '00' AND WS-CM-STATUS NOT = '05'
              DISPLAY '***CUSTOMER-MASTER OPEN FAILED - STATUS '
                      WS-CM-STATUS
              CLOSE SELECTED-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND CM-JOURNAL-FILE.
           IF WS-JR-STATUS NOT = '00' AND WS-JR-STATUS NOT = '05'
              DISPLAY '***CM-JOURNAL-FILE OPEN FAILED - STATUS '
                      WS-JR-STATUS
              CLOSE SELECTED-FILE
              CLOSE CUSTOMER-MASTER
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-SELECTED-RTN.

      ***------------------------------------------------------------***
      ***  A BACK-OUT NEEDS A PROGRAM AND AT LEAST THE DATE PART OF   ***
      ***  A RUN ID; A REBUILD NEEDS A NUMERIC DATE. BOTH NEED THE    ***
      ***  USER WHO ANSWERS FOR THEM.                                 ***
      ***------------------------------------------------------------***
       CHECK-CARD-RTN.
           EVALUATE TRUE
             WHEN NOT BACKOUT-RUN AND NOT REBUILD-AS-AT
               DISPLAY '***UNKNOWN MODE ' BC-MODE
                       ' - USE B (BACK OUT A RUN) OR R (REBUILD)'
               MOVE 16 TO RETURN-CODE
             WHEN BC-USER-ID = SPACES
               DISPLAY '***NO USER ID ON THE CARD (COLUMNS 39-46)'
               MOVE 16 TO RETURN-CODE
             WHEN REBUILD-AS-AT AND BC-AS-AT-DATE NOT NUMERIC
               DISPLAY '***AS-AT DATE ' BC-AS-AT-DATE
                       ' IS NOT A YYYYMMDD DATE'
               MOVE 16 TO RETURN-CODE
             WHEN BACKOUT-RUN AND BC-PROGRAM = SPACES
               DISPLAY '***NO PROGRAM NAME ON THE CARD (COLUMNS 3-22)'
               MOVE 16 TO RETURN-CODE
             WHEN BACKOUT-RUN AND BC-RUN-ID(1:8) NOT NUMERIC
               DISPLAY '***RUN ID ' BC-RUN-ID
                       ' DOES NOT START WITH A YYYYMMDD DATE'
               MOVE 16 TO RETURN-CODE
             WHEN BACKOUT-RUN AND BC-RUN-ID(9:6) = SPACES
               MOVE 8 TO WS-RUN-ID-LENGTH
             WHEN BACKOUT-RUN AND BC-RUN-ID(9:6) NOT NUMERIC
               DISPLAY '***RUN ID ' BC-RUN-ID
                       ' IS NEITHER YYYYMMDD NOR YYYYMMDDHHMMSS'
               MOVE 16 TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF RETURN-CODE = 16
              STOP RUN
           END-IF.

      ***------------------------------------------------------------***
      ***  SORT INPUT - READS THE WHOLE JOURNAL AND RELEASES THE      ***
      ***  CHANGES THE CARD SELECTS, TAGGED WITH THEIR POSITION.      ***
      ***------------------------------------------------------------***
       SELECT-INPUT-RTN.
           OPEN INPUT CM-JOURNAL-FILE.
           IF WS-JR-STATUS NOT = '00' AND WS-JR-STATUS NOT = '05'
              DISPLAY '***CM-JOURNAL-FILE OPEN FAILED - STATUS '
                      WS-JR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-JOURNAL-RTN.
           PERFORM SELECT-RELEASE-RTN UNTIL END-OF-JOURNAL.
           CLOSE CM-JOURNAL-FILE.
           GO TO SELECT-INPUT-EXIT.

       SELECT-RELEASE-RTN.
           MOVE 'N' TO WS-SELECT-SW.
           IF REBUILD-AS-AT
              IF JR-RUN-DATE > BC-AS-AT-DATE
                 MOVE 'Y' TO WS-SELECT-SW
              END-IF
           ELSE
              IF JR-PROGRAM = BC-PROGRAM
                 AND JR-RUN-ID(1:WS-RUN-ID-LENGTH)
                   = BC-RUN-ID(1:WS-RUN-ID-LENGTH)
                 MOVE 'Y' TO WS-SELECT-SW
              END-IF
           END-IF.
           IF WS-SELECT-SW = 'Y'
              MOVE CT-JOURNAL-READ TO JS-POSITION
              MOVE JR-RECORD TO JS-JOURNAL-RECORD
              RELEASE JS-SORT-RECORD
              ADD 1 TO CT-SELECTED
           END-IF.
           PERFORM READ-JOURNAL-RTN.

       SELECT-INPUT-EXIT.
           EXIT.

      ***------------------------------------------------------------***
      ***  UNDOES ONE JOURNALLED CHANGE, NEWEST FIRST.                ***
      ***  AN ERASURE IS NEVER UNDONE.                                ***
      ***------------------------------------------------------------***
       UNDO-RTN.
           MOVE SJ-AFM TO CM-AFM.
           EVALUATE SJ-ACTION
             WHEN 'A'
               PERFORM UNDO-ADD-RTN
             WHEN 'C'
               PERFORM UNDO-CHANGE-RTN
             WHEN 'D'
               IF SJ-BEFORE-IMAGE(10:30) = WS-ERASED-NAME
                  MOVE 'ERASED AT SUBJECT REQUEST' TO WS-CONFLICT-TEXT
                  PERFORM CONFLICT-RTN
               ELSE
                  PERFORM UNDO-DELETE-RTN
               END-IF
             WHEN 'E'
               MOVE 'ERASED AT SUBJECT REQUEST' TO WS-CONFLICT-TEXT
               PERFORM CONFLICT-RTN
             WHEN OTHER
               MOVE 'UNKNOWN JOURNAL ACTION' TO WS-CONFLICT-TEXT
               PERFORM CONFLICT-RTN
           END-EVALUATE.
           PERFORM READ-SELECTED-RTN.

      ***------------------------------------------------------------***
      ***  AN ADD IS UNDONE BY DELETING THE CUSTOMER - ONLY IF IT IS  ***
      ***  STILL EXACTLY AS IT WAS ADDED.                             ***
      ***------------------------------------------------------------***
       UNDO-ADD-RTN.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NO LONGER ON FILE' TO WS-CONFLICT-TEXT
                   PERFORM CONFLICT-RTN
               NOT INVALID KEY
                   IF CM-RECORD NOT = SJ-AFTER-IMAGE
                      MOVE 'CHANGED SINCE' TO WS-CONFLICT-TEXT
                      PERFORM CONFLICT-RTN
                   ELSE
                      MOVE CM-RECORD TO WS-JR-BEFORE
                      DELETE CUSTOMER-MASTER
                          INVALID KEY
                              MOVE 'DELETE FAILED' TO WS-CONFLICT-TEXT
                              PERFORM CONFLICT-RTN
                          NOT INVALID KEY
                              ADD 1 TO CT-ADDS-REMOVED
                              MOVE 'D' TO WS-JR-ACTION
                              MOVE SPACES TO WS-JR-AFTER
                              PERFORM JOURNAL-RTN
                              DISPLAY 'REMOVED  ' SJ-AFM ' ADDED BY '
                                      SJ-PROGRAM ' ' SJ-RUN-ID
                      END-DELETE
                   END-IF
           END-READ.

      ***------------------------------------------------------------***
      ***  A CHANGE IS UNDONE BY PUTTING THE BEFORE IMAGE BACK - ONLY ***
      ***  IF THE MASTER STILL HOLDS THE AFTER IMAGE.                 ***
      ***------------------------------------------------------------***
       UNDO-CHANGE-RTN.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NO LONGER ON FILE' TO WS-CONFLICT-TEXT
                   PERFORM CONFLICT-RTN
               NOT INVALID KEY
                   IF CM-RECORD NOT = SJ-AFTER-IMAGE
                      MOVE 'CHANGED SINCE' TO WS-CONFLICT-TEXT
                      PERFORM CONFLICT-RTN
                   ELSE
                      MOVE CM-RECORD TO WS-JR-BEFORE
                      MOVE SJ-BEFORE-IMAGE TO WS-JR-AFTER
                      MOVE SJ-BEFORE-IMAGE TO CM-RECORD
                      REWRITE CM-RECORD
                          INVALID KEY
                              MOVE 'REWRITE FAILED' TO WS-CONFLICT-TEXT
                              PERFORM CONFLICT-RTN
                          NOT INVALID KEY
                              ADD 1 TO CT-CHANGES-REVERTED
                              MOVE 'C' TO WS-JR-ACTION
                              PERFORM JOURNAL-RTN
                              DISPLAY 'REVERTED ' SJ-AFM
                                      ' CHANGED BY ' SJ-PROGRAM ' '
                                      SJ-RUN-ID
                      END-REWRITE
                   END-IF
           END-READ.

      ***------------------------------------------------------------***
      ***  A DELETE IS UNDONE BY WRITING THE BEFORE IMAGE BACK - ONLY ***
      ***  IF NOTHING HAS BEEN REGISTERED UNDER THE AFM SINCE.        ***
      ***------------------------------------------------------------***
       UNDO-DELETE-RTN.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-JR-BEFORE
                   MOVE SJ-BEFORE-IMAGE TO WS-JR-AFTER
                   MOVE SJ-BEFORE-IMAGE TO CM-RECORD
                   WRITE CM-RECORD
                       INVALID KEY
                           MOVE 'WRITE FAILED' TO WS-CONFLICT-TEXT
                           PERFORM CONFLICT-RTN
                       NOT INVALID KEY
                           ADD 1 TO CT-DELETES-RESTORED
                           MOVE 'A' TO WS-JR-ACTION
                           PERFORM JOURNAL-RTN
                           DISPLAY 'RESTORED ' SJ-AFM ' DELETED BY '
                                   SJ-PROGRAM ' ' SJ-RUN-ID
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'ON FILE AGAIN SINCE' TO WS-CONFLICT-TEXT
                   PERFORM CONFLICT-RTN
           END-READ.

      ***------------------------------------------------------------***
      ***  LISTS A CHANGE THAT WAS NOT UNDONE, WITH WHO MADE IT AND   ***
      ***  WHEN, FOR A PERSON TO DECIDE.                              ***
      ***------------------------------------------------------------***
       CONFLICT-RTN.
           ADD 1 TO CT-CONFLICTS.
           DISPLAY '***CONFLICT ' SJ-AFM ' ' SJ-ACTION ' BY '
                   SJ-PROGRAM ' ' SJ-RUN-ID ' USER ' SJ-USER-ID
                   ' - ' WS-CONFLICT-TEXT ' - NOT UNDONE'.

      ***------------------------------------------------------------***
      ***  JOURNALS ONE UNDO UNDER THIS RUN, SO IT CAN BE BACKED OUT  ***
      ***  IN TURN. A FAILURE STOPS THE RUN - CARRYING ON WOULD MAKE  ***
      ***  CHANGES NO BACK-OUT COULD UNDO.                            ***
      ***------------------------------------------------------------***
       JOURNAL-RTN.
           MOVE SPACES TO JR-RECORD.
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.
           MOVE WS-RUN-YYYYMMDD TO JR-RUN-DATE.
           MOVE 'AFM-JOURNAL-BACKOUT' TO JR-PROGRAM.
           MOVE WS-JR-RUN-ID TO JR-RUN-ID.
           MOVE WS-JR-ACTION TO JR-ACTION.
           MOVE BC-USER-ID TO JR-USER-ID.
           MOVE SJ-AFM TO JR-AFM.
           MOVE WS-JR-BEFORE TO JR-BEFORE-IMAGE.
           MOVE WS-JR-AFTER TO JR-AFTER-IMAGE.
           WRITE JR-RECORD.
           IF WS-JR-STATUS NOT = '00'
              DISPLAY '***CM-JOURNAL-FILE WRITE FAILED FOR ' JR-AFM
                      ' - STATUS ' WS-JR-STATUS
              CLOSE SELECTED-FILE
              CLOSE CUSTOMER-MASTER
              CLOSE CM-JOURNAL-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      ***------------------------------------------------------------***
      ***  READ THE NEXT JOURNAL / SELECTED RECORD. SAFE TO PERFORM   ***
      ***  AFTER END-OF-FILE HAS ALREADY BEEN REACHED - THEY SIMPLY   ***
      ***  DO NOTHING.                                                ***
      ***------------------------------------------------------------***
       READ-JOURNAL-RTN.
           IF NOT END-OF-JOURNAL
              READ CM-JOURNAL-FILE
                  AT END
                      MOVE 1 TO JR-EOF-SW
                  NOT AT END
                      ADD 1 TO CT-JOURNAL-READ
              END-READ
           END-IF.

       READ-SELECTED-RTN.
           IF NOT END-OF-SELECTED
              READ SELECTED-FILE
                  AT END
                      MOVE 1 TO SEL-EOF-SW
              END-READ
           END-IF.

       REPORT-RTN.
           DISPLAY '===================================='.
           DISPLAY 'AFM CUSTMAST JOURNAL BACK-OUT - REPORT'.
           DISPLAY '===================================='.
           IF BACKOUT-RUN
              DISPLAY 'BACKED OUT PROGRAM ......... ' BC-PROGRAM
              DISPLAY 'BACKED OUT RUN ID .......... ' BC-RUN-ID
           ELSE
              DISPLAY 'REBUILT AS AT RUN DATE ..... ' BC-AS-AT-DATE
           END-IF.
           DISPLAY 'BACK-OUT BY USER ........... ' BC-USER-ID.
           DISPLAY 'JOURNAL RUN ID ............. ' WS-JR-RUN-ID.
           DISPLAY 'JOURNAL RECORDS READ ....... ' CT-JOURNAL-READ.
           DISPLAY 'CHANGES SELECTED ........... ' CT-SELECTED.
           DISPLAY 'ADDS REMOVED ............... ' CT-ADDS-REMOVED.
           DISPLAY 'CHANGES REVERTED ........... ' CT-CHANGES-REVERTED.
           DISPLAY 'DELETES RESTORED ........... ' CT-DELETES-RESTORED.
           DISPLAY 'CONFLICTS - NOT UNDONE ..... ' CT-CONFLICTS.
           IF CT-CONFLICTS > 0
              DISPLAY '***SOME CHANGES WERE NOT UNDONE - SEE THE '
                      'CONFLICT LINES ABOVE'
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY '===================================='.

       TERMINATE-RTN.
           CLOSE SELECTED-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE CM-JOURNAL-FILE.
           PERFORM REPORT-RTN.
       END PROGRAM AFM-JOURNAL-BACKOUT.
