           05  CM-REG-CHANNEL-WS            PIC X.
           05  CM-SOURCE-SYSTEM-WS         PIC X(10).
           05  CM-STATUS-CODE-WS            PIC X.
           05  CM-STATUS-REASON-WS          PIC XX.
           05  CM-STATUS-DATE-WS            PIC X(8).
           05  CM-RELEASED-REASON-WS        PIC XX.
           05  FILLER                       PIC X(8).

      ***------------------------------------------------------------***
      ***  SECOND AND THIRD DETAIL LINES FOR THE DIRECT READ - WHAT   ***
      ***  KIND OF CUSTOMER THIS IS AND WHEN AND HOW IT GOT ON THE    ***
      ***  MASTER, SO THE FRONT DESK NO LONGER SEES ONLY THAT THE     ***
      ***  AFM EXISTS. RECORDS REGISTERED BEFORE THESE FIELDS WERE    ***
      ***  KEPT SHOW THEM BLANK. THE STATUS IS SPELLED OUT, WITH THE  ***
      ***  DATE IT WAS LAST CHANGED WHERE AFM-STATUS-POST SET ONE.    ***
      ***------------------------------------------------------------***
       01  WS-INFO-LINE1.
           05  FILLER                       PIC X(10)
           05  IL1-CATEGORY                 PIC X(10).
           05  FILLER                       PIC X(9)
               VALUE '  STATUS '.
           05  IL1-STATUS                   PIC X(9).
           05  IL1-SINCE                    PIC X(7).
           05  IL1-STATUS-DATE              PIC X(8).
           05  FILLER                       PIC X(7) VALUE SPACES.
       01  WS-INFO-LINE2.
           05  FILLER                       PIC X(11)
               VALUE 'REGISTERED '.
               VALUE ' FROM '.
           05  IL2-SOURCE                   PIC X(10).
           05  FILLER                       PIC X(12) VALUE SPACES.
      *    MESSAGE LINE FOR A CUSTOMER THAT IS NOT ACTIVE - WHY IT WAS
      *    HELD, SUSPENDED OR CLOSED (OR RELEASED), SO THE DESK CAN
      *    TELL THE CUSTOMER WITHOUT PHONING COMPLIANCE
       01  WS-STATUS-MSG.
           05  FILLER                       PIC X(24)
               VALUE 'CUSTOMER FOUND - REASON '.
           05  SM-REASON-CODE               PIC XX.
           05  FILLER                       PIC X     VALUE SPACE.
           05  SM-REASON-TEXT               PIC X(30).
           05  FILLER                       PIC X(22) VALUE SPACES.

      ***------------------------------------------------------------***
      ***  CUSTMAST STATUS-REASON CODES AS AFM-STATUS-POST SETS THEM  ***
      ***  - KEEP IN STEP WITH THE SAME TABLE THERE.                  ***
      ***------------------------------------------------------------***
       01  STATUS-REASON-LIST.
           05  FILLER                       PIC X(32)
               VALUE '40NOT REGISTERED WITH AADE'.
           05  FILLER                       PIC X(32)
               VALUE '41INACTIVE AT AADE'.
           05  FILLER                       PIC X(32)
               VALUE '50ON BLOCKED-AFM STOPLIST'.
           05  FILLER                       PIC X(32)
               VALUE 'RVFAILED REVALIDATION'.
           05  FILLER                       PIC X(32)
               VALUE 'FRFRAUD INVESTIGATION'.
           05  FILLER                       PIC X(32)
               VALUE 'DRDEREGISTERED/CEASED'.
           05  FILLER                       PIC X(32)
               VALUE 'CRCUSTOMER REQUEST'.
           05  FILLER                       PIC X(32)
               VALUE 'LGLEGAL/COURT ORDER'.
           05  FILLER                       PIC X(32)
               VALUE 'OKCLEARED BY COMPLIANCE'.
       01  STATUS-REASON-TABLE REDEFINES STATUS-REASON-LIST.
           05  SR-ENTRY OCCURS 9 TIMES INDEXED BY SR-IDX.
               10  SR-CODE                  PIC XX.
               10  SR-TEXT                  PIC X(30).

      ***------------------------------------------------------------***
      ***  CICS-SAFE COPIES OF THE STOPLIST, REGISTRY-SNAPSHOT AND    ***
               MOVE CM-AFM-WS TO DL-AFM
               MOVE CM-CUSTOMER-NAME-WS TO DL-NAME
               MOVE WS-DETAIL-LINE TO DTL1O
               MOVE 'CUSTOMER FOUND' TO MSGLN2O
               PERFORM SHOW-MASTER-INFO-RTN
             WHEN DFHRESP(NOTFND)
               MOVE 'NOT ON CUSTOMER MASTER' TO DTL1O
               MOVE 'AFM NOT ON FILE' TO MSGLN2O
      ***  FILLS THE SECOND AND THIRD DETAIL LINES WITH THE CATEGORY, ***
      ***  STATUS AND REGISTRATION PARTICULARS KEPT ON THE MASTER     ***
      ***  RECORD, SPELLED OUT THE WAY THE BATCH RESULT FILE SPELLS   ***
      ***  THEM. A STATUS REASON, WHERE ONE WAS SET, GOES ON THE      ***
      ***  MESSAGE LINE IN PLACE OF THE PLAIN 'CUSTOMER FOUND'.       ***
      ***------------------------------------------------------------***
       SHOW-MASTER-INFO-RTN.
           EVALUATE CM-CATEGORY-WS
             WHEN OTHER
               MOVE SPACES TO IL1-CATEGORY
           END-EVALUATE.
           EVALUATE CM-STATUS-CODE-WS
             WHEN 'A'
               MOVE 'ACTIVE' TO IL1-STATUS
             WHEN 'H'
               MOVE 'HELD' TO IL1-STATUS
             WHEN 'S'
               MOVE 'SUSPENDED' TO IL1-STATUS
             WHEN 'C'
               MOVE 'CLOSED' TO IL1-STATUS
             WHEN OTHER
               MOVE CM-STATUS-CODE-WS TO IL1-STATUS
           END-EVALUATE.
           IF CM-STATUS-DATE-WS = SPACES
              MOVE SPACES TO IL1-SINCE
           ELSE
              MOVE ' SINCE ' TO IL1-SINCE
           END-IF.
           MOVE CM-STATUS-DATE-WS TO IL1-STATUS-DATE.
           IF CM-STATUS-REASON-WS NOT = SPACES
              MOVE CM-STATUS-REASON-WS TO SM-REASON-CODE
              MOVE SPACES TO SM-REASON-TEXT
              SET SR-IDX TO 1
              SEARCH SR-ENTRY
                  WHEN SR-CODE(SR-IDX) = CM-STATUS-REASON-WS
                      MOVE SR-TEXT(SR-IDX) TO SM-REASON-TEXT
              END-SEARCH
              MOVE WS-STATUS-MSG TO MSGLN2O
           END-IF.
           MOVE CM-REG-DATE-WS TO IL2-REG-DATE.
           EVALUATE CM-REG-CHANNEL-WS
             WHEN 'B'
