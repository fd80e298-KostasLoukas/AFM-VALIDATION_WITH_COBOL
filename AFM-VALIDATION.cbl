      ***  THIS SUBROUTINE CLASSIFIED, WHEN AND THROUGH WHICH CHANNEL ***
      ***  THE CUSTOMER WAS REGISTERED ('B' = BATCH, 'T' = TERMINAL), ***
      ***  THE SENDING SOURCE SYSTEM WHERE KNOWN, AND A STATUS CODE   ***
      ***  ('A' = ACTIVE, 'H' = HELD, 'S' = SUSPENDED, 'C' = CLOSED - ***
      ***  SET BY AFM-STATUS-POST, WHICH ALSO STAMPS THE TWO-BYTE     ***
      ***  STATUS REASON AND THE DATE THE STATUS WAS LAST CHANGED).   ***
      ***  KEEP IN STEP WITH EVERY OTHER READER AND WRITER OF         ***
      ***  CUSTMAST. RECORDS REGISTERED BEFORE THESE FIELDS EXISTED   ***
      ***  CARRY SPACES IN THEM.                                      ***
      ***------------------------------------------------------------***
       FD  CUSTOMER-MASTER.
       01  CM-RECORD.
           05  CM-REG-CHANNEL                PIC X.
           05  CM-SOURCE-SYSTEM              PIC X(10).
           05  CM-STATUS-CODE                PIC X.
           05  CM-STATUS-REASON              PIC XX.
           05  CM-STATUS-DATE                PIC X(8).
           05  CM-RELEASED-REASON            PIC XX.
           05  FILLER                        PIC X(8).

       FD  AFM-AUDIT-FILE.
       01  AUD-RECORD.
       01  WS-NORM-MASTER-NAME              PIC X(30).
       01  WS-NORM-INPUT-NAME               PIC X(30).
       01  MSG-TABLE.
           05  MSG-ENTRY OCCURS 17 TIMES INDEXED BY MSG-IDX.
               10  MSG-CODE                 PIC XX.
               10  MSG-TEXT-EN               PIC X(50).
               10  MSG-TEXT-GR               PIC X(50).
      *    '13' = NO CHARS ALLOWED
      *    '20' = CHECK-DIGIT ERROR
      *    '30' = AFM ALREADY ON FILE (DUPLICATE)
      *    '31' = AFM ON FILE BUT THE CUSTOMER IS HELD, SUSPENDED OR
      *           CLOSED - NOT TO BE INVOICED OR RE-REGISTERED UNTIL
      *           COMPLIANCE RELEASES IT
      *    '40' = NOT REGISTERED WITH THE TAX AUTHORITY
      *    '41' = REGISTERED WITH THE TAX AUTHORITY BUT INACTIVE
      *    '50' = AFM IS ON THE BLOCKED-AFM STOPLIST
           MOVE 'NON-GREEK EU VAT - ROUTE TO FOREIGN TIN HANDLING'
               TO MSG-TEXT-EN(15)
           MOVE 'KOINOTIKO FPA EKTOS ELLADAS - XEIRISMOS ALLODAPOU'
               TO MSG-TEXT-GR(15)
           MOVE '31' TO MSG-CODE(16)
           MOVE '***AFM ON FILE BUT HELD/SUSPENDED/CLOSED!'
               TO MSG-TEXT-EN(16)
           MOVE '***TO AFM YPARXEI ALLA EINAI SE ANASTOLI/KLEISTO!'
               TO MSG-TEXT-GR(16)
           MOVE 'D4' TO MSG-CODE(17)
           MOVE 'CUSTOMER STATUS/REASON/SINCE:' TO MSG-TEXT-EN(17)
           MOVE 'KATASTASI/AITIA/APO:' TO MSG-TEXT-GR(17).

      ***------------------------------------------------------------***
      ***  DISPLAYS THE MESSAGE FOR WS-MSG-KEY IN ENGLISH OR GREEK,   ***
      ***  LOOKS UP THE VALIDATED AFM ON THE CUSTOMER MASTER (AFM IS ***
      ***  THE RECORD KEY). IF IT IS ALREADY ON FILE UNDER A DIFFER- ***
      ***  ENT CUSTOMER NAME, THE AFM IS FLAGGED AS A DUPLICATE      ***
      ***  RATHER THAN ACCEPTED AS A NEW REGISTRATION. A CUSTOMER     ***
      ***  THAT IS HELD, SUSPENDED OR CLOSED COMES BACK AS '31' WHAT- ***
      ***  EVER THE NAME, SO NO CALLER TREATS IT AS A GOOD CUSTOMER.  ***
      ***  ONLY USED BY BATCH CALLERS (LS-CALLER-TYPE NOT = 'O') -    ***
      ***  THE FILE IS OPENED ONCE ON THE FIRST CALL AND LEFT OPEN    ***
      ***  FOR THE REST OF THE RUN, NOT RE-OPENED FOR EVERY AFM.      ***
      ***------------------------------------------------------------***
       DUPLICATE-CHECK-RTN.
           IF WS-CM-OPEN-SW = 'N'
                          USING CM-CUSTOMER-NAME WS-NORM-MASTER-NAME
                      CALL 'AFM-NAME-NORMALIZE'
                          USING LS-CUSTOMER-NAME WS-NORM-INPUT-NAME
                      IF CM-STATUS-CODE = 'H' OR 'S' OR 'C'
                         MOVE '31' TO WS-MSG-KEY
                         PERFORM DISPLAY-MSG-RTN
                         PERFORM CAPTURE-MSG-RTN
                         MOVE 'D4' TO WS-MSG-KEY
                         PERFORM DISPLAY-MSG-RTN
                         DISPLAY CM-STATUS-CODE ' ' CM-STATUS-REASON
                                 ' ' CM-STATUS-DATE
                         MOVE 'XX' TO WS-MSG-KEY
                         PERFORM DISPLAY-MSG-RTN
                         MOVE '31' TO LS-RETURN-CODE
                      ELSE
                         IF WS-NORM-MASTER-NAME NOT = WS-NORM-INPUT-NAME
                            MOVE '30' TO WS-MSG-KEY
                            PERFORM DISPLAY-MSG-RTN
                            PERFORM CAPTURE-MSG-RTN
                            MOVE 'D3' TO WS-MSG-KEY
                            PERFORM DISPLAY-MSG-RTN
                            DISPLAY CM-CUSTOMER-NAME
                            MOVE 'XX' TO WS-MSG-KEY
                            PERFORM DISPLAY-MSG-RTN
                            MOVE '30' TO LS-RETURN-CODE
                         END-IF
                      END-IF
              END-READ
           END-IF.
