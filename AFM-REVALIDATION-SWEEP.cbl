      ***  AT INVOICE TIME. THE REPORT ALSO SHOWS THE REGISTRY        ***
      ***  SNAPSHOT DATE (BRIDGE FUNCTION 'D') SO THE READER KNOWS    ***
      ***  HOW FRESH THE STANDING IT SWEPT AGAINST WAS.               ***
      ***  AFMEXCP FEEDS AFM-STATUS-POST, WHICH HOLDS OR SUSPENDS THE ***
      ***  CUSTOMERS IT LISTS. A CLOSED CUSTOMER IS NOT SWEPT AT ALL  ***
      ***  - IT IS FINISHED WITH, AND WOULD ONLY FALL OUT EVERY RUN.  ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  CMR-REG-CHANNEL              PIC X.
           05  CMR-SOURCE-SYSTEM            PIC X(10).
           05  CMR-STATUS-CODE              PIC X.
           05  CMR-STATUS-REASON            PIC XX.
           05  CMR-STATUS-DATE              PIC X(8).
           05  CMR-RELEASED-REASON          PIC XX.
           05  FILLER                       PIC X(8).

      ***------------------------------------------------------------***
      ***  EXCEPTION RECORD - ONE PER CUSTOMER WHO NO LONGER PASSES,  ***
           05  WS-REGISTRY-STATUS           PIC X.
       01  WS-SWEEP-COUNTERS                COMP.
           05  CT-CUSTOMERS-READ            PIC 9(7) VALUE 0.
           05  CT-CLOSED-SKIPPED            PIC 9(7) VALUE 0.
           05  CT-STILL-CLEAN               PIC 9(7) VALUE 0.
           05  CT-BLOCKED                   PIC 9(7) VALUE 0.
           05  CT-NOT-REGISTERED            PIC 9(7) VALUE 0.
      ***  TO THE EXCEPTION FILE WITH THE SUBROUTINE'S OWN REASON     ***
      ***  WORDING. AN AFM ON THE MASTER THAT NO LONGER EVEN PASSES   ***
      ***  THE LOCAL CHECKS (A CORRUPT RECORD) SURFACES HERE TOO,     ***
      ***  UNDER ITS OWN REPORT LINE. CLOSED CUSTOMERS ARE COUNTED    ***
      ***  AND PASSED OVER.                                           ***
      ***------------------------------------------------------------***
       PROCESS-RTN.
           IF CMR-STATUS-CODE = 'C'
              ADD 1 TO CT-CLOSED-SKIPPED
              PERFORM READ-MASTER-RTN
           ELSE
              PERFORM REVALIDATE-RTN
           END-IF.

       REVALIDATE-RTN.
           MOVE CMR-AFM TO WC-AFM-NUMBER.
           MOVE CMR-CUSTOMER-NAME TO WC-CUSTOMER-NAME.
           CALL 'AFM-VALIDATION-SUBRTN' USING WC-AFM-NUMBER
           DISPLAY '===================================='.
           DISPLAY 'REGISTRY SNAPSHOT DATE ..... ' WS-SNAPSHOT-DATE.
           DISPLAY 'CUSTOMERS READ ............. ' CT-CUSTOMERS-READ.
           DISPLAY 'CLOSED - NOT SWEPT ......... ' CT-CLOSED-SKIPPED.
           DISPLAY 'STILL CLEAN ................ ' CT-STILL-CLEAN.
           DISPLAY 'NOW BLOCKED (STOPLIST) ..... ' CT-BLOCKED.
           DISPLAY 'NOW DEREGISTERED ........... ' CT-NOT-REGISTERED.
