       PROGRAM-ID. AFM-AUDIT-REPORT.
      ***------------------------------------------------------------***
      ***  AUDIT-TRAIL ANALYSIS - READS THE AFMAUDT RECORDS WRITTEN   ***
      ***  BY AFM-VALIDATION-SUBRTN, THE AFMV TRANSACTION AND THE     ***
      ***  AFMR MQ SERVICE AND, FOR AN OPERATOR-SUPPLIED DATE RANGE,  ***
      ***  REPORTS:                                                   ***
      ***    - ATTEMPTS AND FAILURE RATES PER AUD-USER-ID (TERMINAL,  ***
      ***      BATCH OR MQ REQUESTING SYSTEM)                         ***
      ***    - AFMS WITH REPEATED INVALID ATTEMPTS (THREE OR MORE     ***
      ***      FAILURES ON THE SAME AFM IS THE FRAUD-SCREENING        ***
      ***      TRIGGER)                                               ***
      *    FOREIGN EU VAT ROUTINGS - REAL ATTEMPTS, BUT NEITHER VALID
      *    NOR FAILED, SO THEY GET THEIR OWN LINE
           05  CT-FOREIGN                   PIC 9(7) VALUE 0.
      *    CHANGED/DELETED RECORDS FROM AFM-CUSTMAST-MAINT AND THE
      *    HELD/SUSPEND/CLOSED/RELEASE RECORDS FROM AFM-STATUS-POST,
      *    THE MAKER/CHECKER AND STOPLIST RECORDS AND THE DATA-SUBJECT
      *    ACCESS/ERASED RECORDS FROM AFM-DATA-SUBJECT -
      *    MASTER MAINTENANCE, NOT VALIDATION ATTEMPTS, SO THEY ARE
      *    KEPT OUT OF THE ATTEMPT TOTALS AND THE PER-USER COUNTS
           05  CT-MAINT                     PIC 9(7) VALUE 0.
      *    MESSAGES THE AFMR SERVICE DEAD-LETTERED UNREAD ('DLQ') -
      *    NOTHING WAS VALIDATED, SO NOT AN ATTEMPT EITHER
           05  CT-DEAD-LETTER               PIC 9(7) VALUE 0.
       01  WS-OVERFLOW-COUNTERS             COMP.
           05  CT-USER-OVERFLOW             PIC 9(7) VALUE 0.
           05  CT-AFM-OVERFLOW              PIC 9(7) VALUE 0.
      ***  OPERATOR'S RANGE. THE TRAIL NOW CARRIES MORE THAN          ***
      ***  VALID/INVALID: 'FOREIGN' EU VAT ROUTINGS ARE ATTEMPTS IN   ***
      ***  THEIR OWN RIGHT (OWN LINE, NOT FAILURES), AND THE          ***
      ***  'CHANGED'/'DELETED' RECORDS AFM-CUSTMAST-MAINT WRITES, AND ***
      ***  THE STATUS CHANGES AFM-STATUS-POST WRITES, ARE MASTER      ***
      ***  MAINTENANCE, NOT VALIDATION ATTEMPTS AT ALL - AS ARE THE   ***
      ***  MAKER/CHECKER RECORDS ('PENDING', 'APPROVE', 'REJECT',     ***
      ***  'REFUSED', 'EXPIRED') AND THE STOPLIST CHANGES ('STOPADD', ***
      ***  'STOPDEL') FROM AFM-STOPLIST-MAINT, AFM-CUSTMAST-MAINT AND ***
      ***  AFM-MAINT-APPROVE, AND THE DATA-SUBJECT REQUESTS ('ACCESS',***
      ***  'ERASED', AND 'REFUSED' FOR ONE UNDER LEGAL HOLD) FROM     ***
      ***  AFM-DATA-SUBJECT. THE AFMR SERVICE'S ANSWERS ARE ORDINARY  ***
      ***  ATTEMPTS UNDER THE REQUESTING SYSTEM, BUT A MESSAGE IT     ***
      ***  DEAD-LETTERED ('DLQ') NEVER REACHED VALIDATION AND IS      ***
      ***  ONLY COUNTED.                                              ***
      ***------------------------------------------------------------***
       PROCESS-RTN.
           MOVE AUD-TIMESTAMP TO WS-AUD-STAMP.
                  ADD 1 TO CT-MAINT
                WHEN 'DELETED'
                  ADD 1 TO CT-MAINT
                WHEN 'HELD'
                  ADD 1 TO CT-MAINT
                WHEN 'SUSPEND'
                  ADD 1 TO CT-MAINT
                WHEN 'CLOSED'
                  ADD 1 TO CT-MAINT
                WHEN 'RELEASE'
                  ADD 1 TO CT-MAINT
                WHEN 'PENDING'
                  ADD 1 TO CT-MAINT
                WHEN 'APPROVE'
                  ADD 1 TO CT-MAINT
                WHEN 'REJECT'
                  ADD 1 TO CT-MAINT
                WHEN 'REFUSED'
                  ADD 1 TO CT-MAINT
                WHEN 'EXPIRED'
                  ADD 1 TO CT-MAINT
                WHEN 'STOPADD'
                  ADD 1 TO CT-MAINT
                WHEN 'STOPDEL'
                  ADD 1 TO CT-MAINT
                WHEN 'ACCESS'
                  ADD 1 TO CT-MAINT
                WHEN 'ERASED'
                  ADD 1 TO CT-MAINT
                WHEN 'DLQ'
                  ADD 1 TO CT-DEAD-LETTER
                WHEN OTHER
                  ADD 1 TO CT-VALID
                  PERFORM TALLY-USER-RTN
           DISPLAY 'INVALID ATTEMPTS ........... ' CT-INVALID.
           DISPLAY 'FOREIGN EU VAT ROUTINGS .... ' CT-FOREIGN.
           DISPLAY 'MAINTENANCE ACTIONS ........ ' CT-MAINT.
           DISPLAY 'MQ REQUESTS DEAD-LETTERED .. ' CT-DEAD-LETTER.
           DISPLAY ' '.
           DISPLAY '--- ATTEMPTS PER TERMINAL/USER ---'.
           DISPLAY 'USER-ID  ATTEMPTS FAILURES RATE-PCT'.
