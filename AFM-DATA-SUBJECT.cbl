       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFM-DATA-SUBJECT.
      ***------------------------------------------------------------***
      ***  DATA-SUBJECT ACCESS AND ERASURE RUN. TAKES THE DPO'S LIST  ***
      ***  OF AFMS (AFMDSRQ - ONE LINE PER DATA SUBJECT, 'A' FOR AN   ***
      ***  ACCESS REQUEST OR 'E' FOR AN ERASURE REQUEST, WITH THE DPO ***
      ***  CASE REFERENCE AND THE ANALYST RUNNING IT) AND SEARCHES    ***
      ***  EVERY FILE OF THE SUITE THAT HOLDS AN AFM:                 ***
      ***    CUSTMAST  AFMSTOP   (READ BY AFM)                        ***
      ***    AFMAUDT   AFMARCH   AFMJRNL   (THE AUDIT TRAIL, ITS      ***
      ***              ARCHIVE GENERATIONS AND THE CUSTMAST JOURNAL)  ***
      ***    AFMSUSPO  AFMSUSPI  AFMSCOR   AFMOUT01  AFMEXCP          ***
      ***    AFMPEND   AFMMQLG   (READ IN FULL)                       ***
      ***  THE SYSOUT REPORT LISTS, SUBJECT BY SUBJECT, EVERY RECORD  ***
      ***  FOUND WITH ITS FILE, ITS DATE AND WHAT WAS DONE TO IT, AND ***
      ***  ENDS WITH THE FILES SEARCHED AND THE RECORDS READ IN EACH. ***
      ***  AN ERASURE REQUEST ALSO:                                   ***
      ***    - DELETES THE CUSTOMER FROM CUSTMAST, JOURNALLED TO      ***
      ***      AFMJRNL AS ACTION 'E' (ERASED) WITH THE NAME REMOVED   ***
      ***      FROM THE BEFORE IMAGE - AFM-JOURNAL-BACKOUT WILL NOT   ***
      ***      PUT AN ERASED CUSTOMER BACK;                           ***
      ***    - REMOVES THE NAME FROM EVERY AUDIT, ARCHIVE AND JOURNAL ***
      ***      RECORD THAT CARRIES ONE, AND REPLACES THE AFM WITH THE ***
      ***      SUBJECT'S PSEUDONYM ON THOSE DATED BEFORE THE RETENTION***
      ***      CUTOFF. RECORDS INSIDE THE RETENTION PERIOD KEEP THE   ***
      ***      AFM, AS THE RETENTION RULES REQUIRE;                   ***
      ***    - LEAVES THE STOPLIST ENTRY ALONE, AND WHILE THE AFM IS  ***
      ***      STOPLISTED KEEPS IT ON THE TRAIL AT ANY AGE, SINCE THE ***
      ***      BLOCK MUST STAY PROVABLE;                              ***
      ***    - IS REFUSED OUTRIGHT FOR A CUSTOMER UNDER LEGAL HOLD    ***
      ***      (STATUS HELD, SUSPENDED OR CLOSED FOR REASON 'LG'      ***
      ***      LEGAL/COURT ORDER OR 'FR' FRAUD INVESTIGATION) -       ***
      ***      NOTHING IS CHANGED AND THE CERTIFICATE SAYS WHY.       ***
      ***  THE OPERATIONAL FILES (SUSPENSE, CORRECTIONS, RESULTS,     ***
      ***  EXCEPTIONS, PENDING MAINTENANCE, MQ SERVICE LOG) ARE       ***
      ***  REPORTED, AND THE CERTIFICATE GIVES THE REASON THE AFM IS  ***
      ***  KEPT - EXCEPT THAT ON AN ERASURE RUN THE NAME IS TAKEN OFF ***
      ***  EVERY CLOSED CORRECTION AND DECIDED MAINTENANCE ITEM,      ***
      ***  REWRITTEN IN PLACE. ITEMS STILL OPEN ARE LEFT FOR THE USERS***
      ***  TO CLOSE OR DECIDE AND ARE COUNTED AS SUCH.                ***
      ***  THE AFMARCH GENERATIONS ARE READ AS ONE CONCATENATION AND, ***
      ***  ON AN ERASURE RUN, COPIED WHOLE TO AFMARCN WITH THE SAME   ***
      ***  CHANGES APPLIED - AFMARCN THEN REPLACES THE GENERATIONS    ***
      ***  READ. AFMAUDT AND AFMJRNL ARE REWRITTEN IN PLACE.          ***
      ***  PSEUDONYMS ARE 'E' AND AN EIGHT-DIGIT SERIAL KEPT ON       ***
      ***  AFMDSCT, SO NO TWO SUBJECTS EVER SHARE ONE. THE SERIAL IS  ***
      ***  SAVED BEFORE ANYTHING IS CHANGED.                          ***
      ***  EVERY REQUEST IS AUDITED TO AFMAUDT UNDER THE ANALYST:     ***
      ***  'ACCESS', 'ERASED' OR 'REFUSED' (LEGAL HOLD).              ***
      ***  THE CERTIFICATE (AFMCERT) GOES BACK TO THE DPO: PER SUBJECT***
      ***  AND PER FILE, WHAT WAS HELD, DELETED, PSEUDONYMISED AND    ***
      ***  KEPT, AND WHY ANYTHING WAS KEPT, THEN THE FILES SEARCHED.  ***
      ***  IT IS THE ONLY PLACE THE PSEUDONYM IS SHOWN AGAINST THE    ***
      ***  AFM. IT IS CERTIFIED COMPLETE ONLY WHEN EVERY FILE COULD   ***
      ***  BE READ; OTHERWISE IT SAYS WHICH FILE WAS MISSED AND THE   ***
      ***  JOB ENDS WITH RETURN CODE 8.                               ***
      ***  ONE SYSIN LINE: THE RETENTION PERIOD IN YEARS FOR THE AFM  ***
      ***  ON TRAIL RECORDS (2 DIGITS), BLANK FOR THE DEFAULT BELOW.  ***
      ***------------------------------------------------------------***
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-REQUEST-FILE ASSIGN TO AFMDSRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DR-STATUS.
           SELECT OPTIONAL PSEUDONYM-CONTROL ASSIGN TO AFMDSCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER  ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-AFM
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT OPTIONAL AFM-STOPLIST     ASSIGN TO AFMSTOP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-AFM
               FILE STATUS IS WS-SL-STATUS.
           SELECT AFM-AUDIT-FILE       ASSIGN TO AFMAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT OPTIONAL AUDIT-ARCHIVE-FILE ASSIGN TO AFMARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT ARCHIVE-COPY-FILE    ASSIGN TO AFMARCN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AN-STATUS.
           SELECT CM-JOURNAL-FILE      ASSIGN TO AFMJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.
           SELECT OPTIONAL SUSPENSE-OUT-FILE ASSIGN TO AFMSUSPO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BS-STATUS.
           SELECT OPTIONAL SUSPENSE-IN-FILE  ASSIGN TO AFMSUSPI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BSI-STATUS.
           SELECT OPTIONAL CORRECTION-FILE  ASSIGN TO AFMSCOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-SC-STATUS.
           SELECT OPTIONAL AFM-RESULT-FILE  ASSIGN TO AFMOUT01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT OPTIONAL EXCEPTION-FILE   ASSIGN TO AFMEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT OPTIONAL PENDING-FILE     ASSIGN TO AFMPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-PEND-ID
               FILE STATUS IS WS-PD-STATUS.
           SELECT OPTIONAL SERVICE-LOG      ASSIGN TO AFMMQLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SV-STATUS.
           SELECT HIT-SORT-FILE        ASSIGN TO SORTWK01.
           SELECT SORTED-HIT-FILE      ASSIGN TO AFMDSHT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HT-STATUS.
           SELECT CERTIFICATE-FILE     ASSIGN TO AFMCERT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ***------------------------------------------------------------***
      ***  ONE DATA-SUBJECT REQUEST: 'A' = ACCESS, 'E' = ERASURE,     ***
      ***  THE NINE-DIGIT AFM, THE DPO'S CASE REFERENCE AND THE USER  ***
      ***  ID OF THE ANALYST RUNNING IT.                              ***
      ***------------------------------------------------------------***
       FD  SUBJECT-REQUEST-FILE.
       01  DR-RECORD.
           05  DR-ACTION                    PIC X.
           05  DR-AFM                       PIC X(9).
           05  DR-REFERENCE                 PIC X(20).
           05  DR-USER-ID                   PIC X(8).
           05  FILLER                       PIC X(42).

      ***------------------------------------------------------------***
      ***  LAST PSEUDONYM SERIAL HANDED OUT, AND THE RUN THAT DID IT. ***
      ***------------------------------------------------------------***
       FD  PSEUDONYM-CONTROL.
       01  DC-RECORD.
           05  DC-LAST-SERIAL               PIC 9(8).
           05  DC-LAST-RUN-DATE             PIC X(8).
           05  DC-LAST-RUN-ID               PIC X(14).
           05  FILLER                       PIC X(50).

      ***------------------------------------------------------------***
      ***  CUSTOMER-MASTER RECORD LAYOUT AS KEPT BY AFM-VALIDATION    ***
      ***  SUBRTN - KEEP IN STEP WITH EVERY READER AND WRITER OF      ***
      ***  CUSTMAST.                                                  ***
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

      ***------------------------------------------------------------***
      ***  STOPLIST RECORD LAYOUT AS READ BY AFM-VALIDATION-SUBRTN    ***
      ***  AND THE AFMV SCREEN - KEEP IN STEP WITH BOTH READERS.      ***
      ***------------------------------------------------------------***
       FD  AFM-STOPLIST.
       01  SL-RECORD.
           05  SL-AFM                       PIC X(9).
           05  SL-DATE-ADDED                PIC X(8).
           05  SL-REFERENCE                 PIC X(20).
           05  FILLER                       PIC X(43).

      ***------------------------------------------------------------***
      ***  AUDIT-TRAIL RECORD LAYOUT AS WRITTEN BY AFM-VALIDATION     ***
      ***  SUBRTN AND AFM-ONLINE - KEEP IN STEP WITH BOTH WRITERS.    ***
      ***  THE ARCHIVES HOLD THE SAME 95-BYTE IMAGE.                  ***
      ***------------------------------------------------------------***
       FD  AFM-AUDIT-FILE.
       01  AUD-RECORD.
           05  AUD-AFM                      PIC X(9).
           05  AUD-TIMESTAMP                PIC X(21).
           05  AUD-OUTCOME                  PIC X(7).
           05  AUD-USER-ID                  PIC X(8).
           05  AUD-REASON                   PIC X(50).

       FD  AUDIT-ARCHIVE-FILE.
       01  ARC-RECORD                       PIC X(95).

       FD  ARCHIVE-COPY-FILE.
       01  AN-RECORD                        PIC X(95).

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
      *        'A' = ADDED, 'C' = CHANGED, 'D' = DELETED,
      *        'E' = ERASED AT THE DATA SUBJECT'S REQUEST
           05  JR-ACTION                    PIC X.
           05  JR-USER-ID                   PIC X(8).
           05  JR-AFM                       PIC X(9).
           05  JR-BEFORE-IMAGE              PIC X(80).
           05  JR-AFTER-IMAGE               PIC X(80).
           05  FILLER                       PIC X(9).

      ***------------------------------------------------------------***
      ***  SUSPENSE RECORD LAYOUT AS AFM-BATCH-VALIDATION WRITES IT - ***
      ***  KEEP IN STEP WITH BS-SUSPENSE-RECORD THERE. BOTH FILES     ***
      ***  START WITH A LAYOUT-VERSION HEADER.                        ***
      ***------------------------------------------------------------***
       FD  SUSPENSE-OUT-FILE.
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

       FD  SUSPENSE-IN-FILE.
       01  BSI-SUSPENSE-RECORD.
           05  BSI-AFM                      PIC X(14).
           05  BSI-CUSTOMER-NAME            PIC X(30).
           05  BSI-SOURCE-SYSTEM            PIC X(10).
           05  BSI-EXTRACT-DATE             PIC X(8).
           05  FILLER                       PIC X(18).
           05  BSI-RETURN-CODE              PIC XX.
           05  BSI-REASON                   PIC X(50).
       01  BSI-HEADER-RECORD.
           05  BSI-HDR-ID                   PIC X(3).
           05  BSI-HDR-LAYOUT               PIC XX.
           05  FILLER                       PIC X(127).

      ***------------------------------------------------------------***
      ***  SUSPENSE-CORRECTION RECORD LAYOUT - KEEP IN STEP WITH AFM- ***
      ***  SUSPENSE-LOAD, AFM-SUSPENSE-FIX AND AFM-SUSPENSE-EXTRACT.  ***
      ***  THE SECOND 01 IS THE CONTROL RECORD UNDER KEY ZERO.        ***
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
           05  SC-AFM                       PIC X(14).
           05  SC-CUSTOMER-NAME             PIC X(30).
           05  SC-STATE                     PIC X.
           05  SC-NEW-RC                    PIC XX.
           05  SC-NEW-MESSAGE               PIC X(50).
           05  SC-USER-ID                   PIC X(8).
           05  SC-ACTION-STAMP              PIC X(14).
           05  SC-CLOSED-DATE               PIC X(8).
           05  FILLER                       PIC X(5).
       01  SC-CONTROL-RECORD.
           05  SCC-KEY                      PIC X(26).
           05  FILLER                       PIC X(234).

      ***------------------------------------------------------------***
      ***  RESULT-RECORD LAYOUT AS WRITTEN BY AFM-BATCH-VALIDATION    ***
      ***  (BO-RESULT-RECORD) - KEEP IN STEP WITH THE BATCH DRIVER.   ***
      ***------------------------------------------------------------***
       FD  AFM-RESULT-FILE.
       01  BR-RESULT-RECORD.
           05  BR-AFM                       PIC X(14).
           05  FILLER                       PIC X(1).
           05  BR-STATUS                    PIC X(7).
           05  FILLER                       PIC X(1).
           05  BR-CATEGORY                  PIC X(10).
           05  FILLER                       PIC X(1).
           05  BR-REASON                    PIC X(50).
           05  FILLER                       PIC X(1).
           05  BR-CUSTOMER-NAME             PIC X(30).
           05  FILLER                       PIC X(1).
           05  BR-SOURCE-SYSTEM             PIC X(10).

      ***------------------------------------------------------------***
      ***  EXCEPTION RECORD AS WRITTEN BY AFM-REVALIDATION-SWEEP -    ***
      ***  KEEP IN STEP WITH THE SWEEP.                               ***
      ***------------------------------------------------------------***
       FD  EXCEPTION-FILE.
       01  EX-EXCEPTION-RECORD.
           05  EX-AFM                       PIC X(9).
           05  FILLER                       PIC X(1).
           05  EX-RETURN-CODE               PIC XX.
           05  FILLER                       PIC X(1).
           05  EX-CUSTOMER-NAME             PIC X(30).
           05  FILLER                       PIC X(1).
           05  EX-REASON                    PIC X(50).

      ***------------------------------------------------------------***
      ***  PENDING-TRANSACTION RECORD LAYOUT - KEEP IN STEP WITH THE  ***
      ***  TWO MAKERS AND AFM-MAINT-APPROVE. THE SECOND 01 IS THE     ***
      ***  CONTROL RECORD UNDER KEY ZERO.                             ***
      ***------------------------------------------------------------***
       FD  PENDING-FILE.
       01  PD-RECORD.
           05  PD-PEND-ID.
               10  PD-ENTRY-DATE            PIC X(8).
               10  PD-ENTRY-SEQ             PIC 9(6).
           05  PD-TARGET                    PIC X.
           05  PD-ACTION                    PIC X.
           05  PD-AFM                       PIC X(9).
           05  PD-REFERENCE                 PIC X(20).
           05  PD-NEW-NAME                  PIC X(30).
           05  PD-MAKER-ID                  PIC X(8).
           05  PD-STATE                     PIC X.
           05  PD-CHECKER-ID                PIC X(8).
           05  PD-DECIDED-DATE              PIC X(8).
           05  PD-OUTCOME-TEXT              PIC X(30).
           05  FILLER                       PIC X(30).
       01  PD-CONTROL-RECORD.
           05  PDC-PEND-ID                  PIC X(14).
           05  FILLER                       PIC X(146).

      ***------------------------------------------------------------***
      ***  SERVICE-LOG RECORD LAYOUT AS WRITTEN BY AFM-MQ-SERVICE -   ***
      ***  KEEP IN STEP WITH IT.                                      ***
      ***------------------------------------------------------------***
       FD  SERVICE-LOG.
       01  SV-RECORD.
           05  SV-TIMESTAMP                 PIC X(21).
           05  SV-REQUESTING-SYSTEM         PIC X(8).
           05  SV-CORRELATION-ID            PIC X(24).
           05  SV-AFM-NUMBER                PIC X(14).
           05  SV-DISPOSAL                  PIC X.
           05  SV-RETURN-CODE               PIC XX.
           05  SV-DLQ-REASON-CODE           PIC 99.
           05  SV-DLQ-REASON                PIC X(36).
           05  SV-REQUEST-PUT-DATE          PIC X(8).
           05  SV-REQUEST-PUT-TIME          PIC X(8).
           05  SV-REPLY-PUT-DATE            PIC X(8).
           05  SV-REPLY-PUT-TIME            PIC X(8).
           05  SV-LATENCY-MS                PIC 9(8).
           05  FILLER                       PIC X(2).

      ***------------------------------------------------------------***
      ***  ONE RECORD FOUND FOR A SUBJECT, SORTED BY AFM, THEN FILE,  ***
      ***  THEN DATE, THEN THE ORDER IT WAS READ IN. FILE NUMBER ZERO ***
      ***  IS THE SUBJECT'S OWN HEADER, SO A SUBJECT WITH NOTHING ON  ***
      ***  FILE STILL GETS A GROUP. HS-ACTION SAYS WHAT WAS DONE:     ***
      ***  'DEL ' DELETED, 'PSEU' AFM PSEUDONYMISED (AND ANY NAME     ***
      ***  REMOVED), 'NAME' NAME REMOVED BUT AFM KEPT, 'KEPT' LEFT AS ***
      ***  IT WAS, SPACES FOR AN ACCESS REQUEST. THE 01S AFTER THE    ***
      ***  FIRST ARE THE WAY EACH FILE'S RECORD IS SHOWN IN HS-DETAIL.***
      ***------------------------------------------------------------***
       SD  HIT-SORT-FILE.
       01  HS-SORT-RECORD.
           05  HS-AFM                       PIC X(9).
           05  HS-FILE-NO                   PIC 99.
           05  HS-DATE                      PIC X(8).
           05  HS-SEQ                       PIC 9(9).
           05  HS-ACTION                    PIC X(4).
           05  HS-DETAIL                    PIC X(100).
       01  HS-MASTER-VIEW.
           05  FILLER                       PIC X(32).
           05  HSM-NAME                     PIC X(30).
           05  FILLER                       PIC X(5).
           05  HSM-CATEGORY                 PIC X.
           05  FILLER                       PIC X(9).
           05  HSM-CHANNEL                  PIC X.
           05  FILLER                       PIC X(8).
           05  HSM-SOURCE                   PIC X(10).
           05  FILLER                       PIC X(8).
           05  HSM-STATUS                   PIC X.
           05  FILLER                       PIC X.
           05  HSM-STATUS-REASON            PIC XX.
           05  FILLER                       PIC X.
           05  HSM-STATUS-DATE              PIC X(8).
           05  FILLER                       PIC X(15).
       01  HS-STOPLIST-VIEW.
           05  FILLER                       PIC X(32).
           05  FILLER                       PIC X(13).
           05  HSS-REFERENCE                PIC X(20).
           05  FILLER                       PIC X(67).
       01  HS-TRAIL-VIEW.
           05  FILLER                       PIC X(32).
           05  HSA-TIME                     PIC X(6).
           05  FILLER                       PIC X.
           05  HSA-OUTCOME                  PIC X(7).
           05  FILLER                       PIC X.
           05  HSA-USER-ID                  PIC X(8).
           05  FILLER                       PIC X.
           05  HSA-REASON                   PIC X(50).
           05  FILLER                       PIC X(26).
       01  HS-JOURNAL-VIEW.
           05  FILLER                       PIC X(32).
           05  HSJ-PROGRAM                  PIC X(20).
           05  FILLER                       PIC X.
           05  HSJ-ACTION                   PIC X.
           05  FILLER                       PIC X.
           05  HSJ-USER-ID                  PIC X(8).
           05  FILLER                       PIC X.
           05  HSJ-NAME                     PIC X(30).
           05  FILLER                       PIC X(38).
       01  HS-SUSPENSE-VIEW.
           05  FILLER                       PIC X(32).
           05  HSU-RETURN-CODE              PIC XX.
           05  FILLER                       PIC X.
           05  HSU-NAME                     PIC X(30).
           05  FILLER                       PIC X.
           05  HSU-SOURCE                   PIC X(10).
           05  FILLER                       PIC X.
           05  HSU-REASON                   PIC X(50).
           05  FILLER                       PIC X(5).
       01  HS-CORRECTION-VIEW.
           05  FILLER                       PIC X(32).
           05  HSC-SOURCE                   PIC X(10).
           05  FILLER                       PIC X.
           05  HSC-RETURN-CODE              PIC XX.
           05  FILLER                       PIC X.
           05  HSC-STATE                    PIC X.
           05  FILLER                       PIC X.
           05  HSC-NAME                     PIC X(30).
           05  FILLER                       PIC X.
           05  HSC-USER-ID                  PIC X(8).
           05  FILLER                       PIC X(45).
       01  HS-RESULT-VIEW.
           05  FILLER                       PIC X(32).
           05  HSR-STATUS                   PIC X(7).
           05  FILLER                       PIC X.
           05  HSR-CATEGORY                 PIC X(10).
           05  FILLER                       PIC X.
           05  HSR-NAME                     PIC X(30).
           05  FILLER                       PIC X.
           05  HSR-SOURCE                   PIC X(10).
           05  FILLER                       PIC X.
           05  HSR-REASON                   PIC X(39).
       01  HS-EXCEPTION-VIEW.
           05  FILLER                       PIC X(32).
           05  HSX-RETURN-CODE              PIC XX.
           05  FILLER                       PIC X.
           05  HSX-NAME                     PIC X(30).
           05  FILLER                       PIC X.
           05  HSX-REASON                   PIC X(50).
           05  FILLER                       PIC X(16).
       01  HS-PENDING-VIEW.
           05  FILLER                       PIC X(32).
           05  HSP-PEND-ID                  PIC X(14).
           05  FILLER                       PIC X.
           05  HSP-TARGET                   PIC X.
           05  HSP-ACTION                   PIC X.
           05  FILLER                       PIC X.
           05  HSP-STATE                    PIC X.
           05  FILLER                       PIC X.
           05  HSP-MAKER-ID                 PIC X(8).
           05  FILLER                       PIC X.
           05  HSP-NEW-NAME                 PIC X(30).
           05  FILLER                       PIC X.
           05  HSP-REFERENCE                PIC X(20).
           05  FILLER                       PIC X(20).
       01  HS-SERVICE-VIEW.
           05  FILLER                       PIC X(32).
           05  HSQ-TIME                     PIC X(6).
           05  FILLER                       PIC X.
           05  HSQ-SYSTEM                   PIC X(8).
           05  FILLER                       PIC X.
           05  HSQ-DISPOSAL                 PIC X.
           05  FILLER                       PIC X.
           05  HSQ-RETURN-CODE              PIC XX.
           05  FILLER                       PIC X.
           05  HSQ-CORRELATION-ID           PIC X(24).
           05  FILLER                       PIC X(55).

       FD  SORTED-HIT-FILE.
       01  HT-RECORD.
           05  HT-AFM                       PIC X(9).
           05  HT-FILE-NO                   PIC 99.
           05  HT-DATE                      PIC X(8).
           05  HT-SEQ                       PIC 9(9).
           05  HT-ACTION                    PIC X(4).
           05  HT-DETAIL                    PIC X(100).

      ***------------------------------------------------------------***
      ***  THE DPO CERTIFICATE - PRINT LINES.                         ***
      ***------------------------------------------------------------***
       FD  CERTIFICATE-FILE.
       01  CF-LINE                          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  DR-EOF-SW                    PIC 9    VALUE 0.
               88  END-OF-REQUESTS             VALUE 1.
           05  SCAN-EOF-SW                  PIC 9    VALUE 0.
               88  END-OF-SCAN                 VALUE 1.
           05  HT-EOF-SW                    PIC 9    VALUE 0.
               88  END-OF-HITS                 VALUE 1.
      *        'Y' ONCE ANY ERASURE IS GOING AHEAD ON THIS RUN
           05  WS-ERASURE-RUN-SW            PIC X    VALUE 'N'.
               88  ERASURE-RUN                 VALUE 'Y'.
      *        'Y' WHILE THE FILE BEING SEARCHED MAY BE CHANGED
           05  WS-SCRUB-SW                  PIC X    VALUE 'N'.
      *        'Y' ONCE AFMARCN HAS BEEN OPENED FOR THE ARCHIVE COPY
           05  WS-ARCHIVE-COPY-SW           PIC X    VALUE 'N'.
           05  WS-FILE-OPEN-SW              PIC X    VALUE 'N'.
           05  WS-FOUND-SW                  PIC X    VALUE 'N'.
           05  WS-REWRITE-SW                PIC X    VALUE 'N'.
           05  WS-CF-FAILED-SW              PIC X    VALUE 'N'.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYYMMDD              PIC X(8).
           05  FILLER                       PIC X(13).
       01  WS-RUN-ID                        PIC X(14).
      ***------------------------------------------------------------***
      ***  OPERATOR PARAMETER, AS KEYED AND AS USED. THE RETENTION    ***
      ***  CUTOFF IS WORKED OUT THE WAY AFM-AUDIT-ARCHIVE WORKS ITS   ***
      ***  OWN: THE SAME MONTH AND DAY, THAT MANY YEARS BACK.         ***
      ***------------------------------------------------------------***
       01  WS-PARAMETERS.
           05  WS-PARM-RETENTION            PIC X(2) VALUE SPACES.
           05  WS-RETENTION-YEARS           PIC 9(2) VALUE 0.
      *        YEARS A TRAIL RECORD KEEPS THE AFM - THE PERIOD TAX-
      *        RELEVANT RECORDS MUST BE KEPT
           05  DEFAULT-RETENTION-YEARS      PIC 9(2) VALUE 5.
       01  WS-CUTOFF-DATE                   PIC X(8) VALUE SPACES.
       01  WS-CURRENT-STAMP.
           05  WS-CURR-YEAR                 PIC 9(4).
           05  WS-CURR-MMDD                 PIC X(4).
           05  FILLER                       PIC X(13).
       01  WS-CUTOFF-BUILD.
           05  WS-CUT-YEAR                  PIC 9(4).
           05  WS-CUT-MMDD                  PIC X(4).
      *    WHAT TAKES THE PLACE OF AN ERASED CUSTOMER'S NAME. IT DOES
      *    NOT CARRY THE PSEUDONYM, SO A RECORD THAT KEEPS THE AFM
      *    NEVER LINKS THE AFM TO THE PSEUDONYM.
       01  WS-ERASED-NAME                   PIC X(30)
                                            VALUE
                                            'ERASED AT SUBJECT REQUEST'.
       01  WS-PSEUDONYM-BUILD.
           05  FILLER                       PIC X    VALUE 'E'.
           05  WS-PB-SERIAL                 PIC 9(8).
       01  WS-LAST-SERIAL                   PIC 9(8) VALUE 0.
      *    KEYS OF THE CONTROL RECORDS ON AFMSCOR AND AFMPEND
       01  WS-SC-CONTROL-KEY                PIC X(26)
                                            VALUE ALL '0'.
       01  WS-PD-CONTROL-KEY                PIC X(14)
                                            VALUE ALL '0'.
      ***------------------------------------------------------------***
      ***  THE DATA SUBJECTS ON THIS RUN, IN REQUEST ORDER, WITH WHAT ***
      ***  WAS FOUND ON CUSTMAST AND AFMSTOP AND WHAT WAS DONE IN     ***
      ***  EACH FILE (SUBSCRIPTED BY THE FILE NUMBERS BELOW).         ***
      ***------------------------------------------------------------***
       01  SUBJECT-TABLE.
           05  DS-COUNT                     PIC 9(3) COMP VALUE 0.
           05  DS-ENTRY OCCURS 200 TIMES INDEXED BY DS-IDX.
               10  DS-AFM                   PIC X(9).
               10  DS-ACTION                PIC X.
               10  DS-REFERENCE             PIC X(20).
               10  DS-USER-ID               PIC X(8).
      *            'A' = ACCESS ONLY, 'E' = ERASURE GOING AHEAD,
      *            'H' = ERASURE REFUSED - LEGAL HOLD
               10  DS-DISPOSITION           PIC X.
                   88  DS-ACCESS-ONLY          VALUE 'A'.
                   88  DS-ERASING              VALUE 'E'.
                   88  DS-ON-HOLD              VALUE 'H'.
               10  DS-MASTER-SW             PIC X.
                   88  DS-ON-MASTER            VALUE 'Y'.
               10  DS-MASTER-IMAGE          PIC X(80).
               10  DS-HOLD-REASON           PIC XX.
               10  DS-STOP-SW               PIC X.
                   88  DS-STOPLISTED           VALUE 'Y'.
               10  DS-STOP-DATE             PIC X(8).
               10  DS-STOP-REFERENCE        PIC X(20).
               10  DS-PSEUDONYM             PIC X(9).
      *            FILE STATUS OF A CUSTMAST DELETE THAT FAILED
               10  DS-DELETE-STATUS         PIC XX.
               10  DS-FILE-COUNTS OCCURS 12 TIMES.
                   15  DS-HELD              PIC 9(7) COMP.
                   15  DS-DELETED           PIC 9(7) COMP.
                   15  DS-PSEUDONYMISED     PIC 9(7) COMP.
                   15  DS-NAMES-REMOVED     PIC 9(7) COMP.
      *                AFMSCOR/AFMPEND ITEMS LEFT AS THEY ARE
      *                BECAUSE THEY ARE STILL OPEN
                   15  DS-OPEN-ITEMS        PIC 9(7) COMP.
      ***------------------------------------------------------------***
      ***  THE FILES SEARCHED, IN THE ORDER THEY ARE REPORTED: DD     ***
      ***  NAME, WHAT THE FILE IS, AND WHY AN ERASURE LEAVES ITS      ***
      ***  RECORDS AS THEY ARE (SPACES FOR THE FILES IT CHANGES).     ***
      ***------------------------------------------------------------***
       01  FILE-LIST.
           05  FILLER                       PIC X(8)  VALUE 'CUSTMAST'.
           05  FILLER                       PIC X(24)
               VALUE 'CUSTOMER MASTER'.
           05  FILLER                       PIC X(36) VALUE SPACES.
           05  FILLER                       PIC X(8)  VALUE 'AFMSTOP'.
           05  FILLER                       PIC X(24)
               VALUE 'BLOCKED-AFM STOPLIST'.
           05  FILLER                       PIC X(36)
               VALUE 'STOPLIST - KEPT FOR FRAUD PREVENTION'.
           05  FILLER                       PIC X(8)  VALUE 'AFMAUDT'.
           05  FILLER                       PIC X(24)
               VALUE 'AUDIT TRAIL'.
           05  FILLER                       PIC X(36) VALUE SPACES.
           05  FILLER                       PIC X(8)  VALUE 'AFMARCH'.
           05  FILLER                       PIC X(24)
               VALUE 'AUDIT TRAIL ARCHIVES'.
           05  FILLER                       PIC X(36) VALUE SPACES.
           05  FILLER                       PIC X(8)  VALUE 'AFMJRNL'.
           05  FILLER                       PIC X(24)
               VALUE 'CUSTMAST CHANGE JOURNAL'.
           05  FILLER                       PIC X(36) VALUE SPACES.
           05  FILLER                       PIC X(8)  VALUE 'AFMSUSPO'.
           05  FILLER                       PIC X(24)
               VALUE 'SUSPENSE (LATEST RUN)'.
           05  FILLER                       PIC X(36)
               VALUE 'REPLACED BY THE NEXT NIGHTLY RUN'.
           05  FILLER                       PIC X(8)  VALUE 'AFMSUSPI'.
           05  FILLER                       PIC X(24)
               VALUE 'SUSPENSE (RERUN INPUT)'.
           05  FILLER                       PIC X(36)
               VALUE 'REPLACED BY THE NEXT NIGHTLY RUN'.
           05  FILLER                       PIC X(8)  VALUE 'AFMSCOR'.
           05  FILLER                       PIC X(24)
               VALUE 'SUSPENSE CORRECTIONS'.
           05  FILLER                       PIC X(36)
               VALUE 'OPEN ITEM - CLOSE IT ON AFMS'.
           05  FILLER                       PIC X(8)  VALUE 'AFMOUT01'.
           05  FILLER                       PIC X(24)
               VALUE 'BATCH VALIDATION RESULTS'.
           05  FILLER                       PIC X(36)
               VALUE 'REPLACED BY THE NEXT NIGHTLY RUN'.
           05  FILLER                       PIC X(8)  VALUE 'AFMEXCP'.
           05  FILLER                       PIC X(24)
               VALUE 'REVALIDATION EXCEPTIONS'.
           05  FILLER                       PIC X(36)
               VALUE 'REPLACED BY THE NEXT SWEEP'.
           05  FILLER                       PIC X(8)  VALUE 'AFMPEND'.
           05  FILLER                       PIC X(24)
               VALUE 'MAKER/CHECKER ITEMS'.
           05  FILLER                       PIC X(36)
               VALUE 'OPEN ITEM - CHECKER TO DECIDE IT'.
           05  FILLER                       PIC X(8)  VALUE 'AFMMQLG'.
           05  FILLER                       PIC X(24)
               VALUE 'MQ SERVICE LOG'.
           05  FILLER                       PIC X(36)
               VALUE 'SERVICE LOG - HOLDS NO NAME'.
       01  FILE-TABLE REDEFINES FILE-LIST.
           05  FL-ENTRY OCCURS 12 TIMES.
               10  FL-DDNAME                PIC X(8).
               10  FL-CONTENTS              PIC X(24).
               10  FL-KEPT-TEXT             PIC X(36).
       01  FILE-NUMBERS.
           05  FN-CUSTMAST                  PIC 99   VALUE 01.
           05  FN-STOPLIST                  PIC 99   VALUE 02.
           05  FN-AUDIT                     PIC 99   VALUE 03.
           05  FN-ARCHIVE                   PIC 99   VALUE 04.
           05  FN-JOURNAL                   PIC 99   VALUE 05.
           05  FN-SUSPENSE-OUT              PIC 99   VALUE 06.
           05  FN-SUSPENSE-IN               PIC 99   VALUE 07.
           05  FN-CORRECTION                PIC 99   VALUE 08.
           05  FN-RESULT                    PIC 99   VALUE 09.
           05  FN-EXCEPTION                 PIC 99   VALUE 10.
           05  FN-PENDING                   PIC 99   VALUE 11.
           05  FN-SERVICE-LOG               PIC 99   VALUE 12.
       01  WS-FILE-NO                       PIC 99   VALUE 0.
      ***------------------------------------------------------------***
      ***  WHAT HAPPENED TO EACH FILE: 'K' = READ BY AFM, 'R' = READ  ***
      ***  IN FULL, 'N' = NOT PRESENT, 'F' = COULD NOT BE OPENED.     ***
      ***------------------------------------------------------------***
       01  FILE-COVERAGE.
           05  FC-ENTRY OCCURS 12 TIMES.
               10  FC-STATE                 PIC X.
               10  FC-READ                  PIC 9(9) COMP.
               10  FC-HITS                  PIC 9(7) COMP.
               10  FC-CHANGED               PIC 9(7) COMP.
       01  WS-OPEN-STATUS                   PIC XX   VALUE '00'.
      *    THE RECORD BEING RELEASED AND THE AFM IT IS MATCHED ON
       01  WS-HIT-FIELDS.
           05  WS-HIT-DATE                  PIC X(8).
           05  WS-HIT-ACTION                PIC X(4).
           05  WS-HIT-SEQ                   PIC 9(9) VALUE 0.
           05  WS-MATCH-AFM                 PIC X(9).
           05  WS-WIDE-AFM                  PIC X(14).
      *    AN AUDIT OR ARCHIVE RECORD WHILE IT IS SEARCHED - BOTH
      *    FILES HOLD THE SAME IMAGE
       01  WS-TRAIL-RECORD.
           05  TR-AFM                       PIC X(9).
           05  TR-TIMESTAMP                 PIC X(21).
           05  TR-OUTCOME                   PIC X(7).
           05  TR-USER-ID                   PIC X(8).
           05  TR-REASON                    PIC X(50).
      *    THE CUSTMAST RECORD BEING DELETED OR REPORTED
       01  WS-MASTER-RECORD.
           05  WM-AFM                       PIC X(9).
           05  WM-CUSTOMER-NAME             PIC X(30).
           05  WM-CATEGORY                  PIC X.
           05  WM-REG-DATE                  PIC X(8).
           05  WM-REG-CHANNEL               PIC X.
           05  WM-SOURCE-SYSTEM             PIC X(10).
           05  WM-STATUS-CODE               PIC X.
           05  WM-STATUS-REASON             PIC XX.
           05  WM-STATUS-DATE               PIC X(8).
           05  WM-RELEASED-REASON           PIC XX.
           05  FILLER                       PIC X(8).
       01  WS-AUDIT-REASON.
           05  WS-AR-TEXT                   PIC X(30).
           05  WS-AR-REFERENCE              PIC X(20).
       01  WS-REJECT-TEXT                   PIC X(40).
       01  WS-CURRENT-AFM                   PIC X(9) VALUE SPACES.
       01  WS-FINAL-RC                      PIC 99   VALUE 0.
       01  WS-SUBJECT-COUNTERS              COMP.
           05  CT-REQUESTS-READ             PIC 9(7) VALUE 0.
           05  CT-REQUESTS-REJECTED         PIC 9(7) VALUE 0.
           05  CT-ACCESS                    PIC 9(7) VALUE 0.
           05  CT-ERASURES                  PIC 9(7) VALUE 0.
           05  CT-REFUSED                   PIC 9(7) VALUE 0.
           05  CT-MASTER-DELETED            PIC 9(7) VALUE 0.
           05  CT-HITS                      PIC 9(7) VALUE 0.
           05  CT-ARCHIVE-COPIED            PIC 9(9) VALUE 0.
           05  CT-AUDIT-WRITTEN             PIC 9(7) VALUE 0.
           05  CT-FILES-MISSED              PIC 9(3) VALUE 0.
           05  CT-SUBJECT-HITS              PIC 9(7) VALUE 0.
       01  WS-CERT-WORK                     COMP.
           05  WS-KEPT-COUNT                PIC 9(7) VALUE 0.
       01  WS-DR-STATUS                     PIC XX   VALUE '00'.
       01  WS-DC-STATUS                     PIC XX   VALUE '00'.
       01  WS-CM-STATUS                     PIC XX   VALUE '00'.
       01  WS-SL-STATUS                     PIC XX   VALUE '00'.
       01  WS-AUD-STATUS                    PIC XX   VALUE '00'.
       01  WS-ARC-STATUS                    PIC XX   VALUE '00'.
       01  WS-AN-STATUS                     PIC XX   VALUE '00'.
       01  WS-JR-STATUS                     PIC XX   VALUE '00'.
       01  WS-BS-STATUS                     PIC XX   VALUE '00'.
       01  WS-BSI-STATUS                    PIC XX   VALUE '00'.
       01  WS-SC-STATUS                     PIC XX   VALUE '00'.
       01  WS-RES-STATUS                    PIC XX   VALUE '00'.
       01  WS-EXC-STATUS                    PIC XX   VALUE '00'.
       01  WS-PD-STATUS                     PIC XX   VALUE '00'.
       01  WS-SV-STATUS                     PIC XX   VALUE '00'.
       01  WS-HT-STATUS                     PIC XX   VALUE '00'.
       01  WS-CF-STATUS                     PIC XX   VALUE '00'.
      ***------------------------------------------------------------***
      ***  CERTIFICATE LINES.                                         ***
      ***------------------------------------------------------------***
       01  CL-RUN-LINE.
           05  FILLER                       PIC X(9)  VALUE 'RUN DATE '.
           05  CL-RUN-DATE                  PIC X(8).
           05  FILLER                       PIC X(9)  VALUE '  RUN ID '.
           05  CL-RUN-ID                    PIC X(14).
           05  FILLER                       PIC X(17)
               VALUE '  AFM RETENTION '.
           05  CL-RETENTION                 PIC Z9.
           05  FILLER                       PIC X(31)
               VALUE ' YEARS - AFM REPLACED ON TRAIL '.
           05  FILLER                       PIC X(25)
               VALUE 'RECORDS DATED BEFORE '.
           05  CL-CUTOFF                    PIC X(8).
           05  FILLER                       PIC X(9)  VALUE SPACES.
       01  CL-SUBJECT-LINE.
           05  FILLER                       PIC X(12)
               VALUE 'SUBJECT AFM '.
           05  CL-AFM                       PIC X(9).
           05  FILLER                       PIC X(10)
               VALUE '  REQUEST '.
           05  CL-REQUEST                   PIC X(7).
           05  FILLER                       PIC X(8)  VALUE '  CASE '.
           05  CL-REFERENCE                 PIC X(20).
           05  FILLER                       PIC X(11)
               VALUE '  ANALYST '.
           05  CL-USER-ID                   PIC X(8).
           05  FILLER                       PIC X(12)
               VALUE '  PSEUDONYM '.
           05  CL-PSEUDONYM                 PIC X(9).
           05  FILLER                       PIC X(26) VALUE SPACES.
       01  CL-OUTCOME-LINE.
           05  FILLER                       PIC X(9)  VALUE 'OUTCOME: '.
           05  CL-OUTCOME                   PIC X(60).
           05  FILLER                       PIC X(63) VALUE SPACES.
       01  CL-HEADING-LINE.
           05  FILLER                       PIC X(9)  VALUE 'FILE'.
           05  FILLER                       PIC X(25) VALUE 'CONTENTS'.
           05  FILLER                       PIC X(8)  VALUE '   HELD'.
           05  FILLER                       PIC X(8)  VALUE 'DELETED'.
           05  FILLER                       PIC X(8)  VALUE ' PSEUDO'.
           05  FILLER                       PIC X(8)  VALUE '  NAMES'.
           05  FILLER                       PIC X(9)  VALUE '   KEPT'.
           05  FILLER                       PIC X(57) VALUE 'WHY KEPT'.
       01  CL-FILE-LINE.
           05  CL-DDNAME                    PIC X(8).
           05  FILLER                       PIC X    VALUE SPACE.
           05  CL-CONTENTS                  PIC X(24).
           05  FILLER                       PIC X    VALUE SPACE.
           05  CL-HELD                      PIC ZZZZZZ9.
           05  FILLER                       PIC X    VALUE SPACE.
           05  CL-DELETED                   PIC ZZZZZZ9.
           05  FILLER                       PIC X    VALUE SPACE.
           05  CL-PSEUDONYMISED             PIC ZZZZZZ9.
           05  FILLER                       PIC X    VALUE SPACE.
           05  CL-NAMES-REMOVED             PIC ZZZZZZ9.
           05  FILLER                       PIC X    VALUE SPACE.
           05  CL-KEPT                      PIC ZZZZZZ9.
           05  FILLER                       PIC XX   VALUE SPACES.
           05  CL-WHY-KEPT                  PIC X(40).
           05  FILLER                       PIC X(17) VALUE SPACES.
       01  CL-COVERAGE-LINE.
           05  CL-CV-DDNAME                 PIC X(8).
           05  FILLER                       PIC X    VALUE SPACE.
           05  CL-CV-CONTENTS               PIC X(24).
           05  FILLER                       PIC X    VALUE SPACE.
           05  CL-CV-STATE                  PIC X(12).
           05  FILLER                       PIC X    VALUE SPACE.
           05  CL-CV-READ                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X    VALUE SPACE.
           05  CL-CV-HITS                   PIC ZZZZZZ9.
           05  FILLER                       PIC X    VALUE SPACE.
           05  CL-CV-CHANGED                PIC ZZZZZZ9.
           05  FILLER                       PIC X(58) VALUE SPACES.
       01  CL-COPY-LINE.
           05  FILLER                       PIC X(36)
               VALUE 'AFMARCN - PSEUDONYMISED ARCHIVE OF '.
           05  CL-COPIED                    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(40)
               VALUE ' RECORDS - REPLACES THE AFMARCH ARCHIVE '.
           05  FILLER                       PIC X(45)
               VALUE 'GENERATIONS READ ON THIS RUN'.
       01  WS-STATE-TEXT                    PIC X(12).

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM INITIALIZE-RTN.
           PERFORM PROCESS-RTN UNTIL END-OF-HITS.
           PERFORM TERMINATE-RTN.
           GOBACK.

      ***------------------------------------------------------------***
      ***  TAKES THE RETENTION PARAMETER, LOADS THE REQUESTS, LOOKS   ***
      ***  EACH SUBJECT UP ON CUSTMAST AND AFMSTOP, HANDS OUT THE     ***
      ***  PSEUDONYMS, THEN SEARCHES (AND ON AN ERASURE, CHANGES)     ***
      ***  EVERY FILE THROUGH THE SORT, AUDITS THE REQUESTS AND       ***
      ***  OPENS THE SORTED RECORDS FOR THE REPORT.                   ***
      ***------------------------------------------------------------***
       INITIALIZE-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:14) TO WS-RUN-ID.
           INITIALIZE SUBJECT-TABLE.
           INITIALIZE FILE-COVERAGE.
           PERFORM READ-PARAMETERS-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           COMPUTE WS-CUT-YEAR = WS-CURR-YEAR - WS-RETENTION-YEARS.
           MOVE WS-CURR-MMDD TO WS-CUT-MMDD.
           MOVE WS-CUTOFF-BUILD TO WS-CUTOFF-DATE.
           PERFORM LOAD-REQUESTS-RTN.
           IF DS-COUNT = 0
              DISPLAY '***NO USABLE REQUEST ON AFMDSRQ - NOTHING DONE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOOKUP-SUBJECTS-RTN.
           IF ERASURE-RUN
              PERFORM ALLOCATE-PSEUDONYMS-RTN
           END-IF.
           SORT HIT-SORT-FILE ON ASCENDING KEY HS-AFM
                                 ASCENDING KEY HS-FILE-NO
                                 ASCENDING KEY HS-DATE
                                 ASCENDING KEY HS-SEQ
               INPUT PROCEDURE IS SEARCH-FILES-RTN
                             THRU SEARCH-FILES-EXIT
               GIVING SORTED-HIT-FILE.
           PERFORM AUDIT-REQUESTS-RTN.
           OPEN INPUT SORTED-HIT-FILE.
           IF WS-HT-STATUS NOT = '00'
              DISPLAY '***SORTED-HIT-FILE OPEN FAILED - STATUS '
                      WS-HT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'AFM DATA-SUBJECT REQUESTS - RECORDS HELD - RUN '
                   WS-RUN-YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY 'CHANGE: DEL = DELETED, PSEU = AFM PSEUDONYMISED '
                   'AND NAME REMOVED, NAME = NAME REMOVED, '
                   'KEPT = LEFT AS HELD'.
           DISPLAY 'A BLANK DATE IS A FILE THAT CARRIES NO DATE - '
                   'IT HOLDS THE LATEST RUN ONLY'.
           PERFORM READ-HIT-RTN.

      ***------------------------------------------------------------***
      ***  ONE SYSIN LINE, BLANK FOR THE DEFAULT, THE SAME WAY AFM-   ***
      ***  REJECT-TREND TAKES ITS PARAMETERS.                         ***
      ***------------------------------------------------------------***
       READ-PARAMETERS-RTN.
           ACCEPT WS-PARM-RETENTION.
           EVALUATE TRUE
             WHEN WS-PARM-RETENTION = SPACES
               MOVE DEFAULT-RETENTION-YEARS TO WS-RETENTION-YEARS
             WHEN WS-PARM-RETENTION IS NUMERIC
               MOVE WS-PARM-RETENTION TO WS-RETENTION-YEARS
             WHEN OTHER
               DISPLAY '***RETENTION PARAMETER ' WS-PARM-RETENTION
                       ' IS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE = 0 AND WS-RETENTION-YEARS = 0
              DISPLAY '***RETENTION PARAMETER MUST BE AT LEAST 01'
              MOVE 16 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 16
              STOP RUN
           END-IF.

      ***------------------------------------------------------------***
      ***  LOADS THE REQUEST LIST. A LINE THAT CANNOT BE ACTED ON IS  ***
      ***  LISTED AND LEFT OUT, AND THE JOB ENDS WITH RC 8 SO THE DPO ***
      ***  HEARS ABOUT IT; THE REST STILL RUN.                        ***
      ***------------------------------------------------------------***
       LOAD-REQUESTS-RTN.
           OPEN INPUT SUBJECT-REQUEST-FILE.
           IF WS-DR-STATUS NOT = '00'
              DISPLAY '***SUBJECT-REQUEST-FILE OPEN FAILED - STATUS '
                      WS-DR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-REQUEST-RTN.
           PERFORM LOAD-REQUEST-RTN UNTIL END-OF-REQUESTS.
           CLOSE SUBJECT-REQUEST-FILE.

       LOAD-REQUEST-RTN.
           ADD 1 TO CT-REQUESTS-READ.
           MOVE SPACES TO WS-REJECT-TEXT.
           EVALUATE TRUE
             WHEN DR-ACTION NOT = 'A' AND DR-ACTION NOT = 'E'
               MOVE 'ACTION IS NOT A (ACCESS) OR E (ERASURE)'
                   TO WS-REJECT-TEXT
             WHEN DR-AFM NOT NUMERIC
               MOVE 'AFM IS NOT NINE DIGITS' TO WS-REJECT-TEXT
             WHEN DR-REFERENCE = SPACES
               MOVE 'NO DPO CASE REFERENCE' TO WS-REJECT-TEXT
             WHEN DR-USER-ID = SPACES
               MOVE 'NO ANALYST USER ID' TO WS-REJECT-TEXT
             WHEN OTHER
               MOVE DR-AFM TO WS-MATCH-AFM
               PERFORM FIND-SUBJECT-RTN
               IF WS-FOUND-SW = 'Y'
                  MOVE 'AFM ALREADY ON AN EARLIER LINE'
                      TO WS-REJECT-TEXT
               END-IF
           END-EVALUATE.
           IF WS-REJECT-TEXT = SPACES AND DS-COUNT = 200
              MOVE 'OVER 200 REQUESTS - RUN THE REST AGAIN'
                  TO WS-REJECT-TEXT
           END-IF.
           IF WS-REJECT-TEXT = SPACES
              ADD 1 TO DS-COUNT
              SET DS-IDX TO DS-COUNT
              MOVE DR-AFM TO DS-AFM(DS-IDX)
              MOVE DR-ACTION TO DS-ACTION(DS-IDX)
              MOVE DR-REFERENCE TO DS-REFERENCE(DS-IDX)
              MOVE DR-USER-ID TO DS-USER-ID(DS-IDX)
           ELSE
              DISPLAY '***REQUEST ' DR-ACTION ' ' DR-AFM ' '
                      DR-REFERENCE ' REJECTED - ' WS-REJECT-TEXT
              ADD 1 TO CT-REQUESTS-REJECTED
              MOVE 8 TO WS-FINAL-RC
           END-IF.
           PERFORM READ-REQUEST-RTN.

      ***------------------------------------------------------------***
      ***  FINDS WS-MATCH-AFM AMONG THE SUBJECTS, LEAVING DS-IDX ON   ***
      ***  IT. THE SEARCH STOPS AT THE FIRST UNUSED ENTRY.            ***
      ***------------------------------------------------------------***
       FIND-SUBJECT-RTN.
           MOVE 'N' TO WS-FOUND-SW.
           IF WS-MATCH-AFM NOT = SPACES
              SET DS-IDX TO 1
              SEARCH DS-ENTRY
                  AT END
                      CONTINUE
                  WHEN DS-IDX > DS-COUNT
                      CONTINUE
                  WHEN DS-AFM(DS-IDX) = WS-MATCH-AFM
                      MOVE 'Y' TO WS-FOUND-SW
              END-SEARCH
           END-IF.

      ***------------------------------------------------------------***
      ***  THE 14-BYTE AFM FIELDS CARRY WHATEVER THE SOURCE SENT. ONE ***
      ***  MATCHES A SUBJECT WHEN IT IS THE NINE DIGITS ALONE OR      ***
      ***  BEHIND THE 'EL'/'GR' COUNTRY PREFIX.                       ***
      ***------------------------------------------------------------***
       MATCH-WIDE-RTN.
           MOVE SPACES TO WS-MATCH-AFM.
           EVALUATE TRUE
             WHEN WS-WIDE-AFM(10:5) = SPACES
               MOVE WS-WIDE-AFM(1:9) TO WS-MATCH-AFM
             WHEN (WS-WIDE-AFM(1:2) = 'EL' OR WS-WIDE-AFM(1:2) = 'GR')
                  AND WS-WIDE-AFM(12:3) = SPACES
               MOVE WS-WIDE-AFM(3:9) TO WS-MATCH-AFM
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM FIND-SUBJECT-RTN.

      ***------------------------------------------------------------***
      ***  READS EACH SUBJECT'S CUSTOMER AND STOPLIST RECORDS AND     ***
      ***  SETTLES WHAT HAPPENS TO IT. EITHER FILE FAILING TO OPEN    ***
      ***  STOPS THE RUN: WITHOUT THEM A LEGAL HOLD OR A STOPLIST     ***
      ***  ENTRY COULD BE MISSED AND THE WRONG RECORDS ERASED.        ***
      ***------------------------------------------------------------***
       LOOKUP-SUBJECTS-RTN.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = '00' AND WS-CM-STATUS NOT = '05'
              DISPLAY '***CUSTOMER-MASTER OPEN FAILED - STATUS '
                      WS-CM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT AFM-STOPLIST.
           IF WS-SL-STATUS NOT = '00' AND WS-SL-STATUS NOT = '05'
              DISPLAY '***AFM-STOPLIST OPEN FAILED - STATUS '
                      WS-SL-STATUS
              CLOSE CUSTOMER-MASTER
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CM-STATUS = '00'
              MOVE 'K' TO FC-STATE(FN-CUSTMAST)
           ELSE
              MOVE 'N' TO FC-STATE(FN-CUSTMAST)
           END-IF.
           IF WS-SL-STATUS = '00'
              MOVE 'K' TO FC-STATE(FN-STOPLIST)
           ELSE
              MOVE 'N' TO FC-STATE(FN-STOPLIST)
           END-IF.
           PERFORM LOOKUP-SUBJECT-RTN
               VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-COUNT.
           CLOSE CUSTOMER-MASTER.
           CLOSE AFM-STOPLIST.

      ***------------------------------------------------------------***
      ***  A CUSTOMER HELD, SUSPENDED OR CLOSED FOR A LEGAL/COURT     ***
      ***  ORDER OR A FRAUD INVESTIGATION IS UNDER LEGAL HOLD, AND    ***
      ***  AN ERASURE REQUEST FOR IT IS REFUSED.                      ***
      ***------------------------------------------------------------***
       LOOKUP-SUBJECT-RTN.
           MOVE DS-AFM(DS-IDX) TO CM-AFM.
           ADD 1 TO FC-READ(FN-CUSTMAST).
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO DS-MASTER-SW(DS-IDX)
                   MOVE CM-RECORD TO DS-MASTER-IMAGE(DS-IDX)
                   IF CM-STATUS-CODE NOT = 'A' AND
                      (CM-STATUS-REASON = 'LG' OR
                       CM-STATUS-REASON = 'FR')
                      MOVE CM-STATUS-REASON TO DS-HOLD-REASON(DS-IDX)
                   END-IF
           END-READ.
           MOVE DS-AFM(DS-IDX) TO SL-AFM.
           ADD 1 TO FC-READ(FN-STOPLIST).
           READ AFM-STOPLIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO DS-STOP-SW(DS-IDX)
                   MOVE SL-DATE-ADDED TO DS-STOP-DATE(DS-IDX)
                   MOVE SL-REFERENCE TO DS-STOP-REFERENCE(DS-IDX)
           END-READ.
           EVALUATE TRUE
             WHEN DS-ACTION(DS-IDX) = 'A'
               MOVE 'A' TO DS-DISPOSITION(DS-IDX)
               ADD 1 TO CT-ACCESS
             WHEN DS-HOLD-REASON(DS-IDX) NOT = SPACES
               MOVE 'H' TO DS-DISPOSITION(DS-IDX)
               ADD 1 TO CT-REFUSED
               MOVE 8 TO WS-FINAL-RC
             WHEN OTHER
               MOVE 'E' TO DS-DISPOSITION(DS-IDX)
               MOVE 'Y' TO WS-ERASURE-RUN-SW
               ADD 1 TO CT-ERASURES
           END-EVALUATE.

      ***------------------------------------------------------------***
      ***  HANDS EACH ERASURE THE NEXT SERIAL ON AFMDSCT AND SAVES    ***
      ***  THE NEW HIGH BEFORE ANY FILE IS CHANGED, SO A RUN THAT     ***
      ***  FAILS PART-WAY CAN NEVER HAVE ITS PSEUDONYMS REUSED.       ***
      ***------------------------------------------------------------***
       ALLOCATE-PSEUDONYMS-RTN.
           OPEN INPUT PSEUDONYM-CONTROL.
           IF WS-DC-STATUS NOT = '00' AND WS-DC-STATUS NOT = '05'
              DISPLAY '***PSEUDONYM-CONTROL OPEN FAILED - STATUS '
                      WS-DC-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PSEUDONYM-CONTROL
               AT END
                   MOVE 0 TO WS-LAST-SERIAL
               NOT AT END
                   MOVE DC-LAST-SERIAL TO WS-LAST-SERIAL
           END-READ.
           CLOSE PSEUDONYM-CONTROL.
           PERFORM ASSIGN-PSEUDONYM-RTN
               VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-COUNT.
           OPEN OUTPUT PSEUDONYM-CONTROL.
           IF WS-DC-STATUS NOT = '00'
              DISPLAY '***PSEUDONYM-CONTROL REOPEN FAILED - STATUS '
                      WS-DC-STATUS ' - NOTHING CHANGED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO DC-RECORD.
           MOVE WS-LAST-SERIAL TO DC-LAST-SERIAL.
           MOVE WS-RUN-YYYYMMDD TO DC-LAST-RUN-DATE.
           MOVE WS-RUN-ID TO DC-LAST-RUN-ID.
           WRITE DC-RECORD.
           IF WS-DC-STATUS NOT = '00'
              DISPLAY '***PSEUDONYM-CONTROL WRITE FAILED - STATUS '
                      WS-DC-STATUS ' - NOTHING CHANGED'
              CLOSE PSEUDONYM-CONTROL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE PSEUDONYM-CONTROL.

       ASSIGN-PSEUDONYM-RTN.
           IF DS-ERASING(DS-IDX)
              ADD 1 TO WS-LAST-SERIAL
              MOVE WS-LAST-SERIAL TO WS-PB-SERIAL
              MOVE WS-PSEUDONYM-BUILD TO DS-PSEUDONYM(DS-IDX)
           END-IF.

      ***------------------------------------------------------------***
      ***  SORT INPUT - RELEASES EVERY RECORD HELD ON A SUBJECT, FILE ***
      ***  BY FILE, CHANGING THE TRAIL FILES FOR AN ERASURE AS IT     ***
      ***  GOES. CUSTMAST COMES LAST, SO EACH DELETE IS JOURNALLED    ***
      ***  STRAIGHT AFTER IT AND THE JOURNAL SEARCH NEVER SEES THIS   ***
      ***  RUN'S OWN ENTRIES.                                         ***
      ***------------------------------------------------------------***
       SEARCH-FILES-RTN.
           PERFORM RELEASE-SUBJECT-RTN
               VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-COUNT.
           PERFORM SEARCH-AUDIT-RTN.
           PERFORM SEARCH-ARCHIVE-RTN.
           PERFORM SEARCH-JOURNAL-RTN.
           PERFORM SEARCH-SUSPENSE-OUT-RTN.
           PERFORM SEARCH-SUSPENSE-IN-RTN.
           PERFORM SEARCH-CORRECTION-RTN.
           PERFORM SEARCH-RESULT-RTN.
           PERFORM SEARCH-EXCEPTION-RTN.
           PERFORM SEARCH-PENDING-RTN.
           PERFORM SEARCH-SERVICE-LOG-RTN.
           PERFORM SEARCH-MASTER-RTN.
           GO TO SEARCH-FILES-EXIT.

      ***------------------------------------------------------------***
      ***  THE SUBJECT'S HEADER, AND ITS STOPLIST ENTRY IF IT HAS     ***
      ***  ONE - NEVER CHANGED BY AN ERASURE.                         ***
      ***------------------------------------------------------------***
       RELEASE-SUBJECT-RTN.
           MOVE SPACES TO HS-SORT-RECORD.
           MOVE DS-AFM(DS-IDX) TO HS-AFM.
           MOVE 0 TO HS-FILE-NO.
           MOVE 0 TO HS-SEQ.
           RELEASE HS-SORT-RECORD.
           IF DS-STOPLISTED(DS-IDX)
              MOVE FN-STOPLIST TO WS-FILE-NO
              MOVE SPACES TO HS-SORT-RECORD
              MOVE 'STOPLIST REF' TO HS-DETAIL
              MOVE DS-STOP-REFERENCE(DS-IDX) TO HSS-REFERENCE
              MOVE DS-STOP-DATE(DS-IDX) TO WS-HIT-DATE
              PERFORM KEPT-ACTION-RTN
              PERFORM RELEASE-HIT-RTN
           END-IF.

      ***------------------------------------------------------------***
      ***  STAMPS AND RELEASES ONE RECORD FOUND FOR SUBJECT DS-IDX.   ***
      ***  THE CALLER HAS FILLED THE DETAIL VIEW, THE DATE AND WHAT   ***
      ***  WAS DONE.                                                  ***
      ***------------------------------------------------------------***
       RELEASE-HIT-RTN.
           ADD 1 TO WS-HIT-SEQ.
           MOVE DS-AFM(DS-IDX) TO HS-AFM.
           MOVE WS-FILE-NO TO HS-FILE-NO.
           MOVE WS-HIT-DATE TO HS-DATE.
           MOVE WS-HIT-SEQ TO HS-SEQ.
           MOVE WS-HIT-ACTION TO HS-ACTION.
           RELEASE HS-SORT-RECORD.
           ADD 1 TO CT-HITS.
           ADD 1 TO FC-HITS(WS-FILE-NO).
           ADD 1 TO DS-HELD(DS-IDX, WS-FILE-NO).

      *    A FILE THIS RUN DOES NOT CHANGE - 'KEPT' UNLESS THE
      *    SUBJECT ONLY ASKED TO SEE WHAT IS HELD
       KEPT-ACTION-RTN.
           IF DS-ACCESS-ONLY(DS-IDX)
              MOVE SPACES TO WS-HIT-ACTION
           ELSE
              MOVE 'KEPT' TO WS-HIT-ACTION
           END-IF.

      ***------------------------------------------------------------***
      ***  NOTES HOW THE OPEN OF FILE WS-FILE-NO WENT. '05' IS AN     ***
      ***  OPTIONAL FILE THAT IS NOT THERE - OPEN, BUT EMPTY - AND    ***
      ***  '35' A REQUIRED ONE THAT IS NOT THERE. ANY OTHER FAILURE   ***
      ***  MEANS THE FILE WAS NOT SEARCHED, WHICH THE CERTIFICATE     ***
      ***  MUST SAY.                                                  ***
      ***------------------------------------------------------------***
       CHECK-OPEN-RTN.
           MOVE 0 TO SCAN-EOF-SW.
           EVALUATE WS-OPEN-STATUS
             WHEN '00'
               MOVE 'R' TO FC-STATE(WS-FILE-NO)
               MOVE 'Y' TO WS-FILE-OPEN-SW
             WHEN '05'
               MOVE 'N' TO FC-STATE(WS-FILE-NO)
               MOVE 'Y' TO WS-FILE-OPEN-SW
             WHEN '35'
               MOVE 'N' TO FC-STATE(WS-FILE-NO)
               MOVE 'N' TO WS-FILE-OPEN-SW
             WHEN OTHER
               MOVE 'F' TO FC-STATE(WS-FILE-NO)
               MOVE 'N' TO WS-FILE-OPEN-SW
               DISPLAY '***' FL-DDNAME(WS-FILE-NO)
                       ' OPEN FAILED - STATUS ' WS-OPEN-STATUS
                       ' - FILE NOT SEARCHED'
               ADD 1 TO CT-FILES-MISSED
               MOVE 8 TO WS-FINAL-RC
           END-EVALUATE.

      ***------------------------------------------------------------***
      ***  AFMAUDT - OPENED FOR UPDATE ON AN ERASURE RUN, AND EACH    ***
      ***  CHANGED RECORD IS REWRITTEN WHERE IT STANDS, SO THE TRAIL  ***
      ***  KEEPS ITS ORDER AND ITS COUNT.                             ***
      ***------------------------------------------------------------***
       SEARCH-AUDIT-RTN.
           MOVE FN-AUDIT TO WS-FILE-NO.
           IF ERASURE-RUN
              OPEN I-O AFM-AUDIT-FILE
           ELSE
              OPEN INPUT AFM-AUDIT-FILE
           END-IF.
           MOVE WS-AUD-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           IF WS-FILE-OPEN-SW = 'Y'
              MOVE WS-ERASURE-RUN-SW TO WS-SCRUB-SW
              PERFORM READ-AUDIT-RTN
              PERFORM MATCH-AUDIT-RTN UNTIL END-OF-SCAN
              CLOSE AFM-AUDIT-FILE
           END-IF.

       MATCH-AUDIT-RTN.
           MOVE TR-AFM TO WS-MATCH-AFM.
           PERFORM FIND-SUBJECT-RTN.
           IF WS-FOUND-SW = 'Y'
              PERFORM TRAIL-HIT-RTN
              IF WS-REWRITE-SW = 'Y'
                 REWRITE AUD-RECORD FROM WS-TRAIL-RECORD
                 IF WS-AUD-STATUS NOT = '00'
                    DISPLAY '***AFMAUDT REWRITE FAILED FOR '
                            DS-AFM(DS-IDX) ' - STATUS ' WS-AUD-STATUS
                    DISPLAY '***RUN STOPPED - ERASURE INCOMPLETE, '
                            'RERUN THE SAME REQUESTS'
                    CLOSE AFM-AUDIT-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO FC-CHANGED(WS-FILE-NO)
              END-IF
           END-IF.
           PERFORM READ-AUDIT-RTN.

      ***------------------------------------------------------------***
      ***  AFMARCH - THE ARCHIVE GENERATIONS, READ AS ONE. ON AN      ***
      ***  ERASURE RUN EVERY RECORD IS COPIED TO AFMARCN, CHANGED OR  ***
      ***  NOT, SO AFMARCN CAN TAKE THEIR PLACE. IF AFMARCN CANNOT BE ***
      ***  OPENED THE ARCHIVES ARE STILL SEARCHED BUT NOT CHANGED.    ***
      ***------------------------------------------------------------***
       SEARCH-ARCHIVE-RTN.
           MOVE FN-ARCHIVE TO WS-FILE-NO.
           OPEN INPUT AUDIT-ARCHIVE-FILE.
           MOVE WS-ARC-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           IF WS-FILE-OPEN-SW = 'Y'
              MOVE 'N' TO WS-SCRUB-SW
              IF ERASURE-RUN
                 OPEN OUTPUT ARCHIVE-COPY-FILE
                 IF WS-AN-STATUS = '00'
                    MOVE 'Y' TO WS-SCRUB-SW
                    MOVE 'Y' TO WS-ARCHIVE-COPY-SW
                 ELSE
                    DISPLAY '***ARCHIVE-COPY-FILE OPEN FAILED - '
                            'STATUS ' WS-AN-STATUS
                            ' - ARCHIVES NOT PSEUDONYMISED'
                    MOVE 8 TO WS-FINAL-RC
                 END-IF
              END-IF
              PERFORM READ-ARCHIVE-RTN
              PERFORM MATCH-ARCHIVE-RTN UNTIL END-OF-SCAN
              CLOSE AUDIT-ARCHIVE-FILE
              IF WS-SCRUB-SW = 'Y'
                 CLOSE ARCHIVE-COPY-FILE
              END-IF
           END-IF.

       MATCH-ARCHIVE-RTN.
           MOVE 'N' TO WS-REWRITE-SW.
           MOVE TR-AFM TO WS-MATCH-AFM.
           PERFORM FIND-SUBJECT-RTN.
           IF WS-FOUND-SW = 'Y'
              PERFORM TRAIL-HIT-RTN
           END-IF.
           IF WS-SCRUB-SW = 'Y'
              WRITE AN-RECORD FROM WS-TRAIL-RECORD
              IF WS-AN-STATUS NOT = '00'
                 DISPLAY '***AFMARCN WRITE FAILED - STATUS '
                         WS-AN-STATUS
                 DISPLAY '***RUN STOPPED - THE AFMARCH ARCHIVES ARE '
                         'UNTOUCHED, RERUN THE SAME REQUESTS'
                 CLOSE AUDIT-ARCHIVE-FILE
                 CLOSE ARCHIVE-COPY-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO CT-ARCHIVE-COPIED
              IF WS-REWRITE-SW = 'Y'
                 ADD 1 TO FC-CHANGED(WS-FILE-NO)
              END-IF
           END-IF.
           PERFORM READ-ARCHIVE-RTN.

      ***------------------------------------------------------------***
      ***  ONE AUDIT OR ARCHIVE RECORD HELD ON SUBJECT DS-IDX: MAKES  ***
      ***  THE ERASURE CHANGES IF THEY APPLY, THEN RELEASES THE       ***
      ***  RECORD AS IT NOW STANDS.                                   ***
      ***------------------------------------------------------------***
       TRAIL-HIT-RTN.
           MOVE 'N' TO WS-REWRITE-SW.
           MOVE TR-TIMESTAMP(1:8) TO WS-HIT-DATE.
           PERFORM KEPT-ACTION-RTN.
           IF DS-ERASING(DS-IDX) AND WS-SCRUB-SW = 'Y'
              PERFORM SCRUB-TRAIL-RTN
           END-IF.
           MOVE SPACES TO HS-SORT-RECORD.
           MOVE TR-TIMESTAMP(9:6) TO HSA-TIME.
           MOVE TR-OUTCOME TO HSA-OUTCOME.
           MOVE TR-USER-ID TO HSA-USER-ID.
           MOVE TR-REASON TO HSA-REASON.
           PERFORM RELEASE-HIT-RTN.

      ***------------------------------------------------------------***
      ***  THE ONLY TRAIL RECORDS THAT CARRY A CUSTOMER NAME ARE THE  ***
      ***  MASTER MAINTENANCE ONES: 'CHANGED'/'DELETED' FROM AFM-     ***
      ***  MAINT-APPROVE (THE OLD NAME IN REASON 19-48) AND THE       ***
      ***  CUSTMAST 'PENDING' ITEMS FROM AFM-CUSTMAST-MAINT (TAG      ***
      ***  CMCHG/CMDEL, THE NEW NAME IN REASON 21-50). THE AFM IS     ***
      ***  REPLACED ONLY ON RECORDS DATED BEFORE THE CUTOFF, AND      ***
      ***  NEVER WHILE THE AFM IS STOPLISTED.                         ***
      ***------------------------------------------------------------***
       SCRUB-TRAIL-RTN.
           EVALUATE TRUE
             WHEN (TR-OUTCOME = 'CHANGED' OR TR-OUTCOME = 'DELETED')
                  AND TR-REASON(19:30) NOT = WS-ERASED-NAME
               MOVE WS-ERASED-NAME TO TR-REASON(19:30)
               MOVE 'Y' TO WS-REWRITE-SW
             WHEN TR-OUTCOME = 'PENDING'
                  AND (TR-REASON(16:5) = 'CMCHG' OR
                       TR-REASON(16:5) = 'CMDEL')
                  AND TR-REASON(21:30) NOT = SPACES
                  AND TR-REASON(21:30) NOT = WS-ERASED-NAME
               MOVE WS-ERASED-NAME TO TR-REASON(21:30)
               MOVE 'Y' TO WS-REWRITE-SW
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WS-REWRITE-SW = 'Y'
              ADD 1 TO DS-NAMES-REMOVED(DS-IDX, WS-FILE-NO)
              MOVE 'NAME' TO WS-HIT-ACTION
           END-IF.
           IF TR-TIMESTAMP(1:8) < WS-CUTOFF-DATE
              AND NOT DS-STOPLISTED(DS-IDX)
              MOVE DS-PSEUDONYM(DS-IDX) TO TR-AFM
              ADD 1 TO DS-PSEUDONYMISED(DS-IDX, WS-FILE-NO)
              MOVE 'PSEU' TO WS-HIT-ACTION
              MOVE 'Y' TO WS-REWRITE-SW
           END-IF.

      ***------------------------------------------------------------***
      ***  AFMJRNL - EVERY JOURNAL RECORD CARRIES THE NAME IN ITS     ***
      ***  IMAGES, SO AN ERASURE TAKES IT OUT OF BOTH, AND REPLACES   ***
      ***  THE AFM (KEY AND IMAGES) UNDER THE SAME RULE AS THE TRAIL. ***
      ***  REWRITTEN IN PLACE, LIKE AFMAUDT.                          ***
      ***------------------------------------------------------------***
       SEARCH-JOURNAL-RTN.
           MOVE FN-JOURNAL TO WS-FILE-NO.
           IF ERASURE-RUN
              OPEN I-O CM-JOURNAL-FILE
           ELSE
              OPEN INPUT CM-JOURNAL-FILE
           END-IF.
           MOVE WS-JR-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           IF WS-FILE-OPEN-SW = 'Y'
              MOVE WS-ERASURE-RUN-SW TO WS-SCRUB-SW
              PERFORM READ-JOURNAL-RTN
              PERFORM MATCH-JOURNAL-RTN UNTIL END-OF-SCAN
              CLOSE CM-JOURNAL-FILE
           END-IF.

       MATCH-JOURNAL-RTN.
           MOVE JR-AFM TO WS-MATCH-AFM.
           PERFORM FIND-SUBJECT-RTN.
           IF WS-FOUND-SW = 'Y'
              MOVE 'N' TO WS-REWRITE-SW
              MOVE JR-RUN-DATE TO WS-HIT-DATE
              PERFORM KEPT-ACTION-RTN
              IF DS-ERASING(DS-IDX) AND WS-SCRUB-SW = 'Y'
                 PERFORM SCRUB-JOURNAL-RTN
              END-IF
              IF WS-REWRITE-SW = 'Y'
                 REWRITE JR-RECORD
                 IF WS-JR-STATUS NOT = '00'
                    DISPLAY '***AFMJRNL REWRITE FAILED FOR '
                            DS-AFM(DS-IDX) ' - STATUS ' WS-JR-STATUS
                    DISPLAY '***RUN STOPPED - ERASURE INCOMPLETE, '
                            'RERUN THE SAME REQUESTS'
                    CLOSE CM-JOURNAL-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO FC-CHANGED(WS-FILE-NO)
              END-IF
              MOVE SPACES TO HS-SORT-RECORD
              MOVE JR-PROGRAM TO HSJ-PROGRAM
              MOVE JR-ACTION TO HSJ-ACTION
              MOVE JR-USER-ID TO HSJ-USER-ID
              IF JR-AFTER-IMAGE NOT = SPACES
                 MOVE JR-AFTER-IMAGE(10:30) TO HSJ-NAME
              ELSE
                 MOVE JR-BEFORE-IMAGE(10:30) TO HSJ-NAME
              END-IF
              PERFORM RELEASE-HIT-RTN
           END-IF.
           PERFORM READ-JOURNAL-RTN.

       SCRUB-JOURNAL-RTN.
           IF JR-BEFORE-IMAGE NOT = SPACES
              AND JR-BEFORE-IMAGE(10:30) NOT = WS-ERASED-NAME
              MOVE WS-ERASED-NAME TO JR-BEFORE-IMAGE(10:30)
              MOVE 'Y' TO WS-REWRITE-SW
           END-IF.
           IF JR-AFTER-IMAGE NOT = SPACES
              AND JR-AFTER-IMAGE(10:30) NOT = WS-ERASED-NAME
              MOVE WS-ERASED-NAME TO JR-AFTER-IMAGE(10:30)
              MOVE 'Y' TO WS-REWRITE-SW
           END-IF.
           IF WS-REWRITE-SW = 'Y'
              ADD 1 TO DS-NAMES-REMOVED(DS-IDX, WS-FILE-NO)
              MOVE 'NAME' TO WS-HIT-ACTION
           END-IF.
           IF JR-RUN-DATE < WS-CUTOFF-DATE
              AND NOT DS-STOPLISTED(DS-IDX)
              MOVE DS-PSEUDONYM(DS-IDX) TO JR-AFM
              IF JR-BEFORE-IMAGE NOT = SPACES
                 MOVE DS-PSEUDONYM(DS-IDX) TO JR-BEFORE-IMAGE(1:9)
              END-IF
              IF JR-AFTER-IMAGE NOT = SPACES
                 MOVE DS-PSEUDONYM(DS-IDX) TO JR-AFTER-IMAGE(1:9)
              END-IF
              ADD 1 TO DS-PSEUDONYMISED(DS-IDX, WS-FILE-NO)
              MOVE 'PSEU' TO WS-HIT-ACTION
              MOVE 'Y' TO WS-REWRITE-SW
           END-IF.

      ***------------------------------------------------------------***
      ***  THE OPERATIONAL FILES - SEARCHED AND REPORTED. ONLY AFMSCOR***
      ***  AND AFMPEND ARE CHANGED, AS BELOW. A SUSPENSE FILE'S       ***
      ***  LAYOUT HEADER IS PASSED OVER.                              ***
      ***------------------------------------------------------------***
       SEARCH-SUSPENSE-OUT-RTN.
           MOVE FN-SUSPENSE-OUT TO WS-FILE-NO.
           OPEN INPUT SUSPENSE-OUT-FILE.
           MOVE WS-BS-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           IF WS-FILE-OPEN-SW = 'Y'
              PERFORM READ-SUSPENSE-OUT-RTN
              PERFORM MATCH-SUSPENSE-OUT-RTN UNTIL END-OF-SCAN
              CLOSE SUSPENSE-OUT-FILE
           END-IF.

       MATCH-SUSPENSE-OUT-RTN.
           IF BSH-ID NOT = 'HDR'
              MOVE BS-AFM TO WS-WIDE-AFM
              PERFORM MATCH-WIDE-RTN
              IF WS-FOUND-SW = 'Y'
                 MOVE SPACES TO HS-SORT-RECORD
                 MOVE BS-RETURN-CODE TO HSU-RETURN-CODE
                 MOVE BS-CUSTOMER-NAME TO HSU-NAME
                 MOVE BS-SOURCE-SYSTEM TO HSU-SOURCE
                 MOVE BS-REASON TO HSU-REASON
                 MOVE BS-EXTRACT-DATE TO WS-HIT-DATE
                 PERFORM KEPT-ACTION-RTN
                 PERFORM RELEASE-HIT-RTN
              END-IF
           END-IF.
           PERFORM READ-SUSPENSE-OUT-RTN.

       SEARCH-SUSPENSE-IN-RTN.
           MOVE FN-SUSPENSE-IN TO WS-FILE-NO.
           OPEN INPUT SUSPENSE-IN-FILE.
           MOVE WS-BSI-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           IF WS-FILE-OPEN-SW = 'Y'
              PERFORM READ-SUSPENSE-IN-RTN
              PERFORM MATCH-SUSPENSE-IN-RTN UNTIL END-OF-SCAN
              CLOSE SUSPENSE-IN-FILE
           END-IF.

       MATCH-SUSPENSE-IN-RTN.
           IF BSI-HDR-ID NOT = 'HDR'
              MOVE BSI-AFM TO WS-WIDE-AFM
              PERFORM MATCH-WIDE-RTN
              IF WS-FOUND-SW = 'Y'
                 MOVE SPACES TO HS-SORT-RECORD
                 MOVE BSI-RETURN-CODE TO HSU-RETURN-CODE
                 MOVE BSI-CUSTOMER-NAME TO HSU-NAME
                 MOVE BSI-SOURCE-SYSTEM TO HSU-SOURCE
                 MOVE BSI-REASON TO HSU-REASON
                 MOVE BSI-EXTRACT-DATE TO WS-HIT-DATE
                 PERFORM KEPT-ACTION-RTN
                 PERFORM RELEASE-HIT-RTN
              END-IF
           END-IF.
           PERFORM READ-SUSPENSE-IN-RTN.

      ***------------------------------------------------------------***
      ***  AFMSCOR - AN ITEM IS HELD ON THE SUBJECT IF EITHER THE     ***
      ***  ORIGINAL AFM OR THE CORRECTED ONE IS THEIRS. ON AN ERASURE ***
      ***  RUN BOTH NAMES ARE TAKEN OFF A CLOSED ITEM (CORRECTED,     ***
      ***  ABANDONED OR RETURNED) AND IT IS REWRITTEN; A PENDING ITEM ***
      ***  IS LEFT FOR THE SUSPENSE TEAM TO CLOSE.                    ***
      ***------------------------------------------------------------***
       SEARCH-CORRECTION-RTN.
           MOVE FN-CORRECTION TO WS-FILE-NO.
           IF ERASURE-RUN
              OPEN I-O CORRECTION-FILE
           ELSE
              OPEN INPUT CORRECTION-FILE
           END-IF.
           MOVE WS-SC-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           IF WS-FILE-OPEN-SW = 'Y'
              MOVE WS-ERASURE-RUN-SW TO WS-SCRUB-SW
              PERFORM READ-CORRECTION-RTN
              PERFORM MATCH-CORRECTION-RTN UNTIL END-OF-SCAN
              CLOSE CORRECTION-FILE
           END-IF.

       MATCH-CORRECTION-RTN.
           IF SCC-KEY NOT = WS-SC-CONTROL-KEY
              MOVE SC-ORIG-AFM TO WS-WIDE-AFM
              PERFORM MATCH-WIDE-RTN
              IF WS-FOUND-SW = 'N' AND SC-AFM NOT = SC-ORIG-AFM
                 MOVE SC-AFM TO WS-WIDE-AFM
                 PERFORM MATCH-WIDE-RTN
              END-IF
              IF WS-FOUND-SW = 'Y'
                 MOVE 'N' TO WS-REWRITE-SW
                 MOVE SC-LOAD-DATE TO WS-HIT-DATE
                 PERFORM KEPT-ACTION-RTN
                 IF DS-ERASING(DS-IDX) AND WS-SCRUB-SW = 'Y'
                    PERFORM SCRUB-CORRECTION-RTN
                 END-IF
                 IF WS-REWRITE-SW = 'Y'
                    REWRITE SC-RECORD
                    IF WS-SC-STATUS NOT = '00'
                       DISPLAY '***AFMSCOR REWRITE FAILED FOR '
                               DS-AFM(DS-IDX) ' - STATUS ' WS-SC-STATUS
                       DISPLAY '***RUN STOPPED - ERASURE INCOMPLETE, '
                               'RERUN THE SAME REQUESTS'
                       CLOSE CORRECTION-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO FC-CHANGED(WS-FILE-NO)
                 END-IF
                 MOVE SPACES TO HS-SORT-RECORD
                 MOVE SC-SOURCE-SYSTEM TO HSC-SOURCE
                 MOVE SC-RETURN-CODE TO HSC-RETURN-CODE
                 MOVE SC-STATE TO HSC-STATE
                 MOVE SC-CUSTOMER-NAME TO HSC-NAME
                 MOVE SC-USER-ID TO HSC-USER-ID
                 PERFORM RELEASE-HIT-RTN
              END-IF
           END-IF.
           PERFORM READ-CORRECTION-RTN.

       SCRUB-CORRECTION-RTN.
           IF SC-STATE = 'P'
              ADD 1 TO DS-OPEN-ITEMS(DS-IDX, WS-FILE-NO)
           ELSE
              IF SC-ORIG-NAME NOT = SPACES
                 AND SC-ORIG-NAME NOT = WS-ERASED-NAME
                 MOVE WS-ERASED-NAME TO SC-ORIG-NAME
                 MOVE 'Y' TO WS-REWRITE-SW
              END-IF
              IF SC-CUSTOMER-NAME NOT = SPACES
                 AND SC-CUSTOMER-NAME NOT = WS-ERASED-NAME
                 MOVE WS-ERASED-NAME TO SC-CUSTOMER-NAME
                 MOVE 'Y' TO WS-REWRITE-SW
              END-IF
              IF WS-REWRITE-SW = 'Y'
                 ADD 1 TO DS-NAMES-REMOVED(DS-IDX, WS-FILE-NO)
                 MOVE 'NAME' TO WS-HIT-ACTION
              END-IF
           END-IF.

       SEARCH-RESULT-RTN.
           MOVE FN-RESULT TO WS-FILE-NO.
           OPEN INPUT AFM-RESULT-FILE.
           MOVE WS-RES-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           IF WS-FILE-OPEN-SW = 'Y'
              PERFORM READ-RESULT-RTN
              PERFORM MATCH-RESULT-RTN UNTIL END-OF-SCAN
              CLOSE AFM-RESULT-FILE
           END-IF.

       MATCH-RESULT-RTN.
           MOVE BR-AFM TO WS-WIDE-AFM.
           PERFORM MATCH-WIDE-RTN.
           IF WS-FOUND-SW = 'Y'
              MOVE SPACES TO HS-SORT-RECORD
              MOVE BR-STATUS TO HSR-STATUS
              MOVE BR-CATEGORY TO HSR-CATEGORY
              MOVE BR-CUSTOMER-NAME TO HSR-NAME
              MOVE BR-SOURCE-SYSTEM TO HSR-SOURCE
              MOVE BR-REASON TO HSR-REASON
              MOVE SPACES TO WS-HIT-DATE
              PERFORM KEPT-ACTION-RTN
              PERFORM RELEASE-HIT-RTN
           END-IF.
           PERFORM READ-RESULT-RTN.

       SEARCH-EXCEPTION-RTN.
           MOVE FN-EXCEPTION TO WS-FILE-NO.
           OPEN INPUT EXCEPTION-FILE.
           MOVE WS-EXC-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           IF WS-FILE-OPEN-SW = 'Y'
              PERFORM READ-EXCEPTION-RTN
              PERFORM MATCH-EXCEPTION-RTN UNTIL END-OF-SCAN
              CLOSE EXCEPTION-FILE
           END-IF.

       MATCH-EXCEPTION-RTN.
           MOVE EX-AFM TO WS-MATCH-AFM.
           PERFORM FIND-SUBJECT-RTN.
           IF WS-FOUND-SW = 'Y'
              MOVE SPACES TO HS-SORT-RECORD
              MOVE EX-RETURN-CODE TO HSX-RETURN-CODE
              MOVE EX-CUSTOMER-NAME TO HSX-NAME
              MOVE EX-REASON TO HSX-REASON
              MOVE SPACES TO WS-HIT-DATE
              PERFORM KEPT-ACTION-RTN
              PERFORM RELEASE-HIT-RTN
           END-IF.
           PERFORM READ-EXCEPTION-RTN.

      ***------------------------------------------------------------***
      ***  AFMPEND - ON AN ERASURE RUN THE NEW NAME IS TAKEN OFF A    ***
      ***  DECIDED ITEM AND IT IS REWRITTEN; AN ITEM STILL PENDING IS ***
      ***  LEFT FOR THE CHECKER TO DECIDE.                            ***
      ***------------------------------------------------------------***
       SEARCH-PENDING-RTN.
           MOVE FN-PENDING TO WS-FILE-NO.
           IF ERASURE-RUN
              OPEN I-O PENDING-FILE
           ELSE
              OPEN INPUT PENDING-FILE
           END-IF.
           MOVE WS-PD-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           IF WS-FILE-OPEN-SW = 'Y'
              MOVE WS-ERASURE-RUN-SW TO WS-SCRUB-SW
              PERFORM READ-PENDING-RTN
              PERFORM MATCH-PENDING-RTN UNTIL END-OF-SCAN
              CLOSE PENDING-FILE
           END-IF.

       MATCH-PENDING-RTN.
           IF PDC-PEND-ID NOT = WS-PD-CONTROL-KEY
              MOVE PD-AFM TO WS-MATCH-AFM
              PERFORM FIND-SUBJECT-RTN
              IF WS-FOUND-SW = 'Y'
                 MOVE 'N' TO WS-REWRITE-SW
                 MOVE PD-ENTRY-DATE TO WS-HIT-DATE
                 PERFORM KEPT-ACTION-RTN
                 IF DS-ERASING(DS-IDX) AND WS-SCRUB-SW = 'Y'
                    PERFORM SCRUB-PENDING-RTN
                 END-IF
                 IF WS-REWRITE-SW = 'Y'
                    REWRITE PD-RECORD
                    IF WS-PD-STATUS NOT = '00'
                       DISPLAY '***AFMPEND REWRITE FAILED FOR '
                               DS-AFM(DS-IDX) ' - STATUS ' WS-PD-STATUS
                       DISPLAY '***RUN STOPPED - ERASURE INCOMPLETE, '
                               'RERUN THE SAME REQUESTS'
                       CLOSE PENDING-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO FC-CHANGED(WS-FILE-NO)
                 END-IF
                 MOVE SPACES TO HS-SORT-RECORD
                 MOVE PD-PEND-ID TO HSP-PEND-ID
                 MOVE PD-TARGET TO HSP-TARGET
                 MOVE PD-ACTION TO HSP-ACTION
                 MOVE PD-STATE TO HSP-STATE
                 MOVE PD-MAKER-ID TO HSP-MAKER-ID
                 MOVE PD-NEW-NAME TO HSP-NEW-NAME
                 MOVE PD-REFERENCE TO HSP-REFERENCE
                 PERFORM RELEASE-HIT-RTN
              END-IF
           END-IF.
           PERFORM READ-PENDING-RTN.

       SCRUB-PENDING-RTN.
           IF PD-STATE = 'P'
              ADD 1 TO DS-OPEN-ITEMS(DS-IDX, WS-FILE-NO)
           ELSE
              IF PD-NEW-NAME NOT = SPACES
                 AND PD-NEW-NAME NOT = WS-ERASED-NAME
                 MOVE WS-ERASED-NAME TO PD-NEW-NAME
                 MOVE 'Y' TO WS-REWRITE-SW
                 ADD 1 TO DS-NAMES-REMOVED(DS-IDX, WS-FILE-NO)
                 MOVE 'NAME' TO WS-HIT-ACTION
              END-IF
           END-IF.

       SEARCH-SERVICE-LOG-RTN.
           MOVE FN-SERVICE-LOG TO WS-FILE-NO.
           OPEN INPUT SERVICE-LOG.
           MOVE WS-SV-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-OPEN-RTN.
           IF WS-FILE-OPEN-SW = 'Y'
              PERFORM READ-SERVICE-LOG-RTN
              PERFORM MATCH-SERVICE-LOG-RTN UNTIL END-OF-SCAN
              CLOSE SERVICE-LOG
           END-IF.

       MATCH-SERVICE-LOG-RTN.
           MOVE SV-AFM-NUMBER TO WS-WIDE-AFM.
           PERFORM MATCH-WIDE-RTN.
           IF WS-FOUND-SW = 'Y'
              MOVE SPACES TO HS-SORT-RECORD
              MOVE SV-TIMESTAMP(9:6) TO HSQ-TIME
              MOVE SV-REQUESTING-SYSTEM TO HSQ-SYSTEM
              MOVE SV-DISPOSAL TO HSQ-DISPOSAL
              MOVE SV-RETURN-CODE TO HSQ-RETURN-CODE
              MOVE SV-CORRELATION-ID TO HSQ-CORRELATION-ID
              MOVE SV-TIMESTAMP(1:8) TO WS-HIT-DATE
              PERFORM KEPT-ACTION-RTN
              PERFORM RELEASE-HIT-RTN
           END-IF.
           PERFORM READ-SERVICE-LOG-RTN.

      ***------------------------------------------------------------***
      ***  CUSTMAST - THE CUSTOMER RECORD EACH SUBJECT HAD WHEN THE   ***
      ***  RUN STARTED. AN ERASURE DELETES IT AND JOURNALS THE DELETE ***
      ***  AT ONCE. THE MASTER AND JOURNAL ARE ONLY OPENED FOR UPDATE ***
      ***  WHEN THERE IS AN ERASURE; ANY OPEN FAILURE STOPS THE RUN,  ***
      ***  AS IT DOES FOR EVERY OTHER CUSTMAST WRITER.                ***
      ***------------------------------------------------------------***
       SEARCH-MASTER-RTN.
           MOVE FN-CUSTMAST TO WS-FILE-NO.
           IF ERASURE-RUN
              OPEN I-O CUSTOMER-MASTER
              IF WS-CM-STATUS NOT = '00' AND WS-CM-STATUS NOT = '05'
                 DISPLAY '***CUSTOMER-MASTER OPEN FAILED - STATUS '
                         WS-CM-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN EXTEND CM-JOURNAL-FILE
              IF WS-JR-STATUS = '35'
                 OPEN OUTPUT CM-JOURNAL-FILE
              END-IF
              IF WS-JR-STATUS NOT = '00'
                 DISPLAY '***CM-JOURNAL-FILE OPEN FAILED - STATUS '
                         WS-JR-STATUS
                 CLOSE CUSTOMER-MASTER
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM MASTER-SUBJECT-RTN
               VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-COUNT.
           IF ERASURE-RUN
              CLOSE CUSTOMER-MASTER
              CLOSE CM-JOURNAL-FILE
           END-IF.

       MASTER-SUBJECT-RTN.
           IF DS-ON-MASTER(DS-IDX)
              MOVE DS-MASTER-IMAGE(DS-IDX) TO WS-MASTER-RECORD
              PERFORM KEPT-ACTION-RTN
              IF DS-ERASING(DS-IDX)
                 PERFORM ERASE-MASTER-RTN
              END-IF
              MOVE SPACES TO HS-SORT-RECORD
              MOVE WM-CUSTOMER-NAME TO HSM-NAME
              MOVE 'CAT' TO HS-DETAIL(32:3)
              MOVE WM-CATEGORY TO HSM-CATEGORY
              MOVE 'CHANNEL' TO HS-DETAIL(38:7)
              MOVE WM-REG-CHANNEL TO HSM-CHANNEL
              MOVE 'SOURCE' TO HS-DETAIL(48:6)
              MOVE WM-SOURCE-SYSTEM TO HSM-SOURCE
              MOVE 'STATUS' TO HS-DETAIL(66:6)
              MOVE WM-STATUS-CODE TO HSM-STATUS
              MOVE WM-STATUS-REASON TO HSM-STATUS-REASON
              MOVE WM-STATUS-DATE TO HSM-STATUS-DATE
              MOVE WM-REG-DATE TO WS-HIT-DATE
              PERFORM RELEASE-HIT-RTN
           END-IF.

      ***------------------------------------------------------------***
      ***  DELETES THE CUSTOMER AS IT STANDS NOW AND JOURNALS IT AS   ***
      ***  'E' WITH THE NAME ALREADY TAKEN OUT OF THE BEFORE IMAGE.   ***
      ***  A FAILED DELETE LEAVES THE CUSTOMER ON FILE AND THE        ***
      ***  CERTIFICATE SAYS SO.                                       ***
      ***------------------------------------------------------------***
       ERASE-MASTER-RTN.
           MOVE DS-AFM(DS-IDX) TO CM-AFM.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE WS-CM-STATUS TO DS-DELETE-STATUS(DS-IDX)
               NOT INVALID KEY
                   MOVE CM-RECORD TO WS-MASTER-RECORD
                   DELETE CUSTOMER-MASTER
                       INVALID KEY
                           MOVE WS-CM-STATUS
                               TO DS-DELETE-STATUS(DS-IDX)
                       NOT INVALID KEY
                           MOVE WS-ERASED-NAME TO WM-CUSTOMER-NAME
                           PERFORM JOURNAL-RTN
                           ADD 1 TO DS-DELETED(DS-IDX, FN-CUSTMAST)
                           ADD 1 TO FC-CHANGED(FN-CUSTMAST)
                           ADD 1 TO CT-MASTER-DELETED
                           MOVE 'DEL ' TO WS-HIT-ACTION
                   END-DELETE
           END-READ.
           IF DS-DELETE-STATUS(DS-IDX) NOT = SPACES
              DISPLAY '***CUSTMAST DELETE FAILED FOR ' DS-AFM(DS-IDX)
                      ' - STATUS ' DS-DELETE-STATUS(DS-IDX)
              MOVE 8 TO WS-FINAL-RC
           END-IF.

      ***------------------------------------------------------------***
      ***  JOURNALS ONE ERASURE. A FAILURE STOPS THE RUN, AS IT DOES  ***
      ***  FOR EVERY OTHER CUSTMAST WRITER.                           ***
      ***------------------------------------------------------------***
       JOURNAL-RTN.
           MOVE SPACES TO JR-RECORD.
           MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.
           MOVE WS-RUN-YYYYMMDD TO JR-RUN-DATE.
           MOVE 'AFM-DATA-SUBJECT' TO JR-PROGRAM.
           MOVE WS-RUN-ID TO JR-RUN-ID.
           MOVE 'E' TO JR-ACTION.
           MOVE DS-USER-ID(DS-IDX) TO JR-USER-ID.
           MOVE DS-AFM(DS-IDX) TO JR-AFM.
           MOVE WS-MASTER-RECORD TO JR-BEFORE-IMAGE.
           WRITE JR-RECORD.
           IF WS-JR-STATUS NOT = '00'
              DISPLAY '***CM-JOURNAL-FILE WRITE FAILED FOR ' JR-AFM
                      ' - STATUS ' WS-JR-STATUS
              CLOSE CUSTOMER-MASTER
              CLOSE CM-JOURNAL-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       SEARCH-FILES-EXIT.
           EXIT.

      ***------------------------------------------------------------***
      ***  ONE AFMAUDT RECORD PER REQUEST UNDER THE ANALYST, WITH THE ***
      ***  DPO CASE REFERENCE. A FAILURE IS REPORTED BUT DOES NOT     ***
      ***  UNDO WHAT THE RUN HAS DONE.                                ***
      ***------------------------------------------------------------***
       AUDIT-REQUESTS-RTN.
           OPEN EXTEND AFM-AUDIT-FILE.
           IF WS-AUD-STATUS = '35'
              OPEN OUTPUT AFM-AUDIT-FILE
           END-IF.
           IF WS-AUD-STATUS NOT = '00'
              DISPLAY '***AFM-AUDIT-FILE OPEN FAILED - STATUS '
                      WS-AUD-STATUS ' - REQUESTS NOT AUDITED'
              MOVE 8 TO WS-FINAL-RC
           ELSE
              PERFORM AUDIT-REQUEST-RTN
                  VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-COUNT
              CLOSE AFM-AUDIT-FILE
           END-IF.

       AUDIT-REQUEST-RTN.
           MOVE SPACES TO AUD-RECORD.
           MOVE DS-AFM(DS-IDX) TO AUD-AFM.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE DS-USER-ID(DS-IDX) TO AUD-USER-ID.
           EVALUATE TRUE
             WHEN DS-ACCESS-ONLY(DS-IDX)
               MOVE 'ACCESS' TO AUD-OUTCOME
               MOVE 'SUBJECT ACCESS REQUEST CASE' TO WS-AR-TEXT
             WHEN DS-ON-HOLD(DS-IDX)
               MOVE 'REFUSED' TO AUD-OUTCOME
               MOVE 'ERASURE REFUSED - HOLD CASE' TO WS-AR-TEXT
             WHEN OTHER
               MOVE 'ERASED' TO AUD-OUTCOME
               MOVE 'SUBJECT ERASURE REQUEST CASE' TO WS-AR-TEXT
           END-EVALUATE.
           MOVE DS-REFERENCE(DS-IDX) TO WS-AR-REFERENCE.
           MOVE WS-AUDIT-REASON TO AUD-REASON.
           WRITE AUD-RECORD.
           IF WS-AUD-STATUS NOT = '00'
              DISPLAY '***AFM-AUDIT-FILE WRITE FAILED FOR '
                      DS-AFM(DS-IDX) ' - STATUS ' WS-AUD-STATUS
              MOVE 8 TO WS-FINAL-RC
           ELSE
              ADD 1 TO CT-AUDIT-WRITTEN
           END-IF.

      ***------------------------------------------------------------***
      ***  PRINTS ONE RECORD FOUND, STARTING A NEW SUBJECT WHEN THE   ***
      ***  AFM CHANGES.                                               ***
      ***------------------------------------------------------------***
       PROCESS-RTN.
           IF HT-AFM NOT = WS-CURRENT-AFM
              IF WS-CURRENT-AFM NOT = SPACES
                 PERFORM END-SUBJECT-RTN
              END-IF
              PERFORM START-SUBJECT-RTN
           END-IF.
           IF HT-FILE-NO > 0
              ADD 1 TO CT-SUBJECT-HITS
              DISPLAY '  ' FL-DDNAME(HT-FILE-NO) ' ' HT-DATE ' '
                      HT-ACTION '   ' HT-DETAIL
           END-IF.
           PERFORM READ-HIT-RTN.

       START-SUBJECT-RTN.
           MOVE HT-AFM TO WS-CURRENT-AFM.
           MOVE 0 TO CT-SUBJECT-HITS.
           MOVE HT-AFM TO WS-MATCH-AFM.
           PERFORM FIND-SUBJECT-RTN.
           DISPLAY ' '.
           EVALUATE TRUE
             WHEN DS-ACCESS-ONLY(DS-IDX)
               DISPLAY 'SUBJECT AFM ' HT-AFM '  ACCESS REQUEST  CASE '
                       DS-REFERENCE(DS-IDX) '  ANALYST '
                       DS-USER-ID(DS-IDX)
             WHEN DS-ON-HOLD(DS-IDX)
               DISPLAY 'SUBJECT AFM ' HT-AFM '  ERASURE REQUEST  CASE '
                       DS-REFERENCE(DS-IDX) '  ANALYST '
                       DS-USER-ID(DS-IDX)
               DISPLAY '***ERASURE REFUSED - CUSTOMER UNDER LEGAL '
                       'HOLD, REASON ' DS-HOLD-REASON(DS-IDX)
                       ' - NOTHING CHANGED'
             WHEN OTHER
               DISPLAY 'SUBJECT AFM ' HT-AFM '  ERASURE REQUEST  CASE '
                       DS-REFERENCE(DS-IDX) '  ANALYST '
                       DS-USER-ID(DS-IDX)
           END-EVALUATE.
           IF DS-STOPLISTED(DS-IDX) AND NOT DS-ACCESS-ONLY(DS-IDX)
              DISPLAY '  AFM IS STOPLISTED - STOPLIST ENTRY AND THE '
                      'AFM ON THE TRAIL KEPT'
           END-IF.
           DISPLAY '  FILE     DATE     CHANGE DETAIL'.

       END-SUBJECT-RTN.
           IF CT-SUBJECT-HITS = 0
              DISPLAY '  NO RECORD HELD IN ANY FILE SEARCHED'
           ELSE
              DISPLAY '  RECORDS HELD ............... ' CT-SUBJECT-HITS
           END-IF.

      ***------------------------------------------------------------***
      ***  DPO CERTIFICATE - EACH SUBJECT, FILE BY FILE, THEN THE     ***
      ***  FILES SEARCHED. WRITTEN FROM THE COUNTS KEPT AS THE FILES  ***
      ***  WERE SEARCHED, SO IT AGREES WITH THE REPORT LINE FOR LINE. ***
      ***------------------------------------------------------------***
       CERTIFICATE-RTN.
           OPEN OUTPUT CERTIFICATE-FILE.
           IF WS-CF-STATUS NOT = '00'
              DISPLAY '***CERTIFICATE-FILE OPEN FAILED - STATUS '
                      WS-CF-STATUS ' - NO CERTIFICATE'
              MOVE 8 TO WS-FINAL-RC
           ELSE
              MOVE 'AFM VALIDATION SUITE - DATA-SUBJECT REQUEST '
                  TO CF-LINE
              MOVE 'CERTIFICATE FOR THE DATA PROTECTION OFFICER'
                  TO CF-LINE(45:43)
              PERFORM WRITE-CERT-RTN
              MOVE WS-RUN-YYYYMMDD TO CL-RUN-DATE
              MOVE WS-RUN-ID TO CL-RUN-ID
              MOVE WS-RETENTION-YEARS TO CL-RETENTION
              MOVE WS-CUTOFF-DATE TO CL-CUTOFF
              MOVE CL-RUN-LINE TO CF-LINE
              PERFORM WRITE-CERT-RTN
              PERFORM CERTIFY-SUBJECT-RTN
                  VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-COUNT
              PERFORM CERTIFY-COVERAGE-RTN
              CLOSE CERTIFICATE-FILE
           END-IF.

       CERTIFY-SUBJECT-RTN.
           MOVE SPACES TO CF-LINE.
           PERFORM WRITE-CERT-RTN.
           MOVE DS-AFM(DS-IDX) TO CL-AFM.
           IF DS-ACTION(DS-IDX) = 'A'
              MOVE 'ACCESS' TO CL-REQUEST
           ELSE
              MOVE 'ERASURE' TO CL-REQUEST
           END-IF.
           MOVE DS-REFERENCE(DS-IDX) TO CL-REFERENCE.
           MOVE DS-USER-ID(DS-IDX) TO CL-USER-ID.
           IF DS-PSEUDONYM(DS-IDX) = SPACES
              MOVE 'NONE' TO CL-PSEUDONYM
           ELSE
              MOVE DS-PSEUDONYM(DS-IDX) TO CL-PSEUDONYM
           END-IF.
           MOVE CL-SUBJECT-LINE TO CF-LINE.
           PERFORM WRITE-CERT-RTN.
           EVALUATE TRUE
             WHEN DS-ACCESS-ONLY(DS-IDX)
               MOVE 'ACCESS REPORT PRODUCED - NOTHING CHANGED'
                   TO CL-OUTCOME
             WHEN DS-ON-HOLD(DS-IDX) AND
                  DS-HOLD-REASON(DS-IDX) = 'LG'
               MOVE 'ERASURE REFUSED - LEGAL/COURT ORDER HOLD ON THE '
                   TO CL-OUTCOME
               MOVE 'CUSTOMER' TO CL-OUTCOME(49:8)
             WHEN DS-ON-HOLD(DS-IDX)
               MOVE 'ERASURE REFUSED - FRAUD INVESTIGATION HOLD ON '
                   TO CL-OUTCOME
               MOVE 'THE CUSTOMER' TO CL-OUTCOME(47:12)
             WHEN DS-DELETE-STATUS(DS-IDX) NOT = SPACES
               MOVE 'ERASED EXCEPT CUSTMAST - DELETE FAILED, STATUS '
                   TO CL-OUTCOME
               MOVE DS-DELETE-STATUS(DS-IDX) TO CL-OUTCOME(48:2)
             WHEN OTHER
               MOVE 'ERASED AS SHOWN BELOW' TO CL-OUTCOME
           END-EVALUATE.
           MOVE CL-OUTCOME-LINE TO CF-LINE.
           PERFORM WRITE-CERT-RTN.
           MOVE CL-HEADING-LINE TO CF-LINE.
           PERFORM WRITE-CERT-RTN.
           PERFORM CERTIFY-FILE-RTN
               VARYING WS-FILE-NO FROM 1 BY 1 UNTIL WS-FILE-NO > 12.

      ***------------------------------------------------------------***
      ***  ONE FILE FOR ONE SUBJECT. KEPT IS WHAT STILL CARRIES THE   ***
      ***  AFM: HELD LESS DELETED LESS PSEUDONYMISED.                 ***
      ***------------------------------------------------------------***
       CERTIFY-FILE-RTN.
           COMPUTE WS-KEPT-COUNT = DS-HELD(DS-IDX, WS-FILE-NO)
                                 - DS-DELETED(DS-IDX, WS-FILE-NO)
                                 - DS-PSEUDONYMISED(DS-IDX, WS-FILE-NO).
           MOVE FL-DDNAME(WS-FILE-NO) TO CL-DDNAME.
           MOVE FL-CONTENTS(WS-FILE-NO) TO CL-CONTENTS.
           MOVE DS-HELD(DS-IDX, WS-FILE-NO) TO CL-HELD.
           MOVE DS-DELETED(DS-IDX, WS-FILE-NO) TO CL-DELETED.
           MOVE DS-PSEUDONYMISED(DS-IDX, WS-FILE-NO)
               TO CL-PSEUDONYMISED.
           MOVE DS-NAMES-REMOVED(DS-IDX, WS-FILE-NO)
               TO CL-NAMES-REMOVED.
           MOVE WS-KEPT-COUNT TO CL-KEPT.
           MOVE SPACES TO CL-WHY-KEPT.
           EVALUATE TRUE
             WHEN FC-STATE(WS-FILE-NO) = 'F'
               MOVE '***FILE COULD NOT BE READ - NOT SEARCHED'
                   TO CL-WHY-KEPT
             WHEN WS-KEPT-COUNT = 0
               CONTINUE
             WHEN DS-ACCESS-ONLY(DS-IDX)
               MOVE 'ACCESS REQUEST ONLY' TO CL-WHY-KEPT
             WHEN DS-ON-HOLD(DS-IDX)
               MOVE 'UNDER LEGAL HOLD - NOT ERASED' TO CL-WHY-KEPT
             WHEN WS-FILE-NO = FN-CUSTMAST
               MOVE 'DELETE FAILED - STATUS' TO CL-WHY-KEPT
               MOVE DS-DELETE-STATUS(DS-IDX) TO CL-WHY-KEPT(24:2)
             WHEN WS-FILE-NO = FN-ARCHIVE
                  AND WS-ARCHIVE-COPY-SW NOT = 'Y'
               MOVE 'AFMARCN NOT WRITTEN - NOT CHANGED'
                   TO CL-WHY-KEPT
             WHEN (WS-FILE-NO = FN-CORRECTION OR
                   WS-FILE-NO = FN-PENDING)
                  AND DS-OPEN-ITEMS(DS-IDX, WS-FILE-NO) = 0
               MOVE 'NAME REMOVED - AFM KEPT AS AUDIT RECORD'
                   TO CL-WHY-KEPT
             WHEN FL-KEPT-TEXT(WS-FILE-NO) NOT = SPACES
               MOVE FL-KEPT-TEXT(WS-FILE-NO) TO CL-WHY-KEPT
             WHEN DS-STOPLISTED(DS-IDX)
               MOVE 'AFM KEPT - THE AFM IS ON THE STOPLIST'
                   TO CL-WHY-KEPT
             WHEN OTHER
               MOVE 'AFM KEPT - INSIDE THE RETENTION PERIOD'
                   TO CL-WHY-KEPT
           END-EVALUATE.
           MOVE CL-FILE-LINE TO CF-LINE.
           PERFORM WRITE-CERT-RTN.

      ***------------------------------------------------------------***
      ***  THE FILES SEARCHED AND THE RECORDS READ IN EACH, THEN THE  ***
      ***  CERTIFICATION - COMPLETE ONLY IF NO FILE WAS MISSED.       ***
      ***------------------------------------------------------------***
       CERTIFY-COVERAGE-RTN.
           MOVE SPACES TO CF-LINE.
           PERFORM WRITE-CERT-RTN.
           MOVE 'FILES SEARCHED' TO CF-LINE.
           PERFORM WRITE-CERT-RTN.
           MOVE 'FILE     CONTENTS' TO CF-LINE.
           MOVE 'HOW' TO CF-LINE(35:3).
           MOVE 'RECORDS READ  FOUND CHANGED' TO CF-LINE(47:27).
           PERFORM WRITE-CERT-RTN.
           PERFORM CERTIFY-FILE-STATE-RTN
               VARYING WS-FILE-NO FROM 1 BY 1 UNTIL WS-FILE-NO > 12.
           IF WS-ARCHIVE-COPY-SW = 'Y'
              MOVE CT-ARCHIVE-COPIED TO CL-COPIED
              MOVE CL-COPY-LINE TO CF-LINE
              PERFORM WRITE-CERT-RTN
           END-IF.
           MOVE SPACES TO CF-LINE.
           PERFORM WRITE-CERT-RTN.
           IF CT-FILES-MISSED = 0
              MOVE 'CERTIFIED COMPLETE - EVERY FILE ABOVE WAS SEARCHED'
                  TO CF-LINE
              MOVE ' FOR EVERY SUBJECT ON THIS CERTIFICATE'
                  TO CF-LINE(51:38)
           ELSE
              MOVE '***NOT COMPLETE - A FILE ABOVE COULD NOT BE READ.'
                  TO CF-LINE
              MOVE ' RERUN THE SAME REQUESTS ONCE IT CAN.'
                  TO CF-LINE(50:37)
           END-IF.
           PERFORM WRITE-CERT-RTN.

       CERTIFY-FILE-STATE-RTN.
           EVALUATE FC-STATE(WS-FILE-NO)
             WHEN 'K'
               MOVE 'READ BY AFM' TO WS-STATE-TEXT
             WHEN 'R'
               MOVE 'READ IN FULL' TO WS-STATE-TEXT
             WHEN 'N'
               MOVE 'NOT PRESENT' TO WS-STATE-TEXT
             WHEN 'F'
               MOVE 'OPEN FAILED' TO WS-STATE-TEXT
             WHEN OTHER
               MOVE 'NOT SEARCHED' TO WS-STATE-TEXT
           END-EVALUATE.
           MOVE FL-DDNAME(WS-FILE-NO) TO CL-CV-DDNAME.
           MOVE FL-CONTENTS(WS-FILE-NO) TO CL-CV-CONTENTS.
           MOVE WS-STATE-TEXT TO CL-CV-STATE.
           MOVE FC-READ(WS-FILE-NO) TO CL-CV-READ.
           MOVE FC-HITS(WS-FILE-NO) TO CL-CV-HITS.
           MOVE FC-CHANGED(WS-FILE-NO) TO CL-CV-CHANGED.
           MOVE CL-COVERAGE-LINE TO CF-LINE.
           PERFORM WRITE-CERT-RTN.

       WRITE-CERT-RTN.
           WRITE CF-LINE.
           IF WS-CF-STATUS NOT = '00' AND WS-CF-FAILED-SW = 'N'
              DISPLAY '***CERTIFICATE-FILE WRITE FAILED - STATUS '
                      WS-CF-STATUS ' - CERTIFICATE INCOMPLETE'
              MOVE 'Y' TO WS-CF-FAILED-SW
              MOVE 8 TO WS-FINAL-RC
           END-IF.

      ***------------------------------------------------------------***
      ***  READ THE NEXT RECORD OF EACH FILE. SAFE TO PERFORM AFTER   ***
      ***  END-OF-FILE HAS ALREADY BEEN REACHED - THEY SIMPLY DO      ***
      ***  NOTHING.                                                   ***
      ***------------------------------------------------------------***
       READ-REQUEST-RTN.
           IF NOT END-OF-REQUESTS
              READ SUBJECT-REQUEST-FILE
                  AT END
                      MOVE 1 TO DR-EOF-SW
              END-READ
           END-IF.

       READ-AUDIT-RTN.
           IF NOT END-OF-SCAN
              READ AFM-AUDIT-FILE INTO WS-TRAIL-RECORD
                  AT END
                      MOVE 1 TO SCAN-EOF-SW
                  NOT AT END
                      ADD 1 TO FC-READ(WS-FILE-NO)
              END-READ
           END-IF.

       READ-ARCHIVE-RTN.
           IF NOT END-OF-SCAN
              READ AUDIT-ARCHIVE-FILE INTO WS-TRAIL-RECORD
                  AT END
                      MOVE 1 TO SCAN-EOF-SW
                  NOT AT END
                      ADD 1 TO FC-READ(WS-FILE-NO)
              END-READ
           END-IF.

       READ-JOURNAL-RTN.
           IF NOT END-OF-SCAN
              READ CM-JOURNAL-FILE
                  AT END
                      MOVE 1 TO SCAN-EOF-SW
                  NOT AT END
                      ADD 1 TO FC-READ(WS-FILE-NO)
              END-READ
           END-IF.

       READ-SUSPENSE-OUT-RTN.
           IF NOT END-OF-SCAN
              READ SUSPENSE-OUT-FILE
                  AT END
                      MOVE 1 TO SCAN-EOF-SW
                  NOT AT END
                      ADD 1 TO FC-READ(WS-FILE-NO)
              END-READ
           END-IF.

       READ-SUSPENSE-IN-RTN.
           IF NOT END-OF-SCAN
              READ SUSPENSE-IN-FILE
                  AT END
                      MOVE 1 TO SCAN-EOF-SW
                  NOT AT END
                      ADD 1 TO FC-READ(WS-FILE-NO)
              END-READ
           END-IF.

       READ-CORRECTION-RTN.
           IF NOT END-OF-SCAN
              READ CORRECTION-FILE NEXT RECORD
                  AT END
                      MOVE 1 TO SCAN-EOF-SW
                  NOT AT END
                      ADD 1 TO FC-READ(WS-FILE-NO)
              END-READ
           END-IF.

       READ-RESULT-RTN.
           IF NOT END-OF-SCAN
              READ AFM-RESULT-FILE
                  AT END
                      MOVE 1 TO SCAN-EOF-SW
                  NOT AT END
                      ADD 1 TO FC-READ(WS-FILE-NO)
              END-READ
           END-IF.

       READ-EXCEPTION-RTN.
           IF NOT END-OF-SCAN
              READ EXCEPTION-FILE
                  AT END
                      MOVE 1 TO SCAN-EOF-SW
                  NOT AT END
                      ADD 1 TO FC-READ(WS-FILE-NO)
              END-READ
           END-IF.

       READ-PENDING-RTN.
           IF NOT END-OF-SCAN
              READ PENDING-FILE NEXT RECORD
                  AT END
                      MOVE 1 TO SCAN-EOF-SW
                  NOT AT END
                      ADD 1 TO FC-READ(WS-FILE-NO)
              END-READ
           END-IF.

       READ-SERVICE-LOG-RTN.
           IF NOT END-OF-SCAN
              READ SERVICE-LOG
                  AT END
                      MOVE 1 TO SCAN-EOF-SW
                  NOT AT END
                      ADD 1 TO FC-READ(WS-FILE-NO)
              END-READ
           END-IF.

       READ-HIT-RTN.
           IF NOT END-OF-HITS
              READ SORTED-HIT-FILE
                  AT END
                      MOVE 1 TO HT-EOF-SW
              END-READ
           END-IF.

      ***------------------------------------------------------------***
      ***  THE FILES SEARCHED ON SYSOUT, AND THE RUN TOTALS.          ***
      ***------------------------------------------------------------***
       REPORT-RTN.
           DISPLAY ' '.
           DISPLAY '===================================='.
           DISPLAY 'FILES SEARCHED'.
           DISPLAY '===================================='.
           PERFORM REPORT-FILE-RTN
               VARYING WS-FILE-NO FROM 1 BY 1 UNTIL WS-FILE-NO > 12.
           DISPLAY '===================================='.
           DISPLAY 'AFM DATA-SUBJECT REQUESTS - SUMMARY'.
           DISPLAY '===================================='.
           DISPLAY 'REQUEST LINES READ ......... ' CT-REQUESTS-READ.
           DISPLAY 'REQUEST LINES REJECTED ..... '
                   CT-REQUESTS-REJECTED.
           DISPLAY 'ACCESS REQUESTS ............ ' CT-ACCESS.
           DISPLAY 'ERASURES CARRIED OUT ....... ' CT-ERASURES.
           DISPLAY 'ERASURES REFUSED - HOLD .... ' CT-REFUSED.
           DISPLAY 'CUSTOMERS DELETED .......... ' CT-MASTER-DELETED.
           DISPLAY 'RECORDS FOUND .............. ' CT-HITS.
           DISPLAY 'REQUESTS AUDITED ........... ' CT-AUDIT-WRITTEN.
           DISPLAY 'AFM RETENTION CUTOFF ....... ' WS-CUTOFF-DATE.
           IF WS-ARCHIVE-COPY-SW = 'Y'
              DISPLAY 'ARCHIVE RECORDS READ ....... '
                      FC-READ(FN-ARCHIVE)
              DISPLAY 'COPIED TO AFMARCN .......... '
                      CT-ARCHIVE-COPIED
           END-IF.
           DISPLAY 'FILES NOT SEARCHED ......... ' CT-FILES-MISSED.
           DISPLAY '===================================='.
           IF CT-FILES-MISSED > 0
              DISPLAY '***A FILE COULD NOT BE READ - THE CERTIFICATE '
                      'IS NOT COMPLETE'
           END-IF.
           IF WS-FINAL-RC > RETURN-CODE
              MOVE WS-FINAL-RC TO RETURN-CODE
           END-IF.

       REPORT-FILE-RTN.
           EVALUATE FC-STATE(WS-FILE-NO)
             WHEN 'K'
               MOVE 'READ BY AFM' TO WS-STATE-TEXT
             WHEN 'R'
               MOVE 'READ IN FULL' TO WS-STATE-TEXT
             WHEN 'N'
               MOVE 'NOT PRESENT' TO WS-STATE-TEXT
             WHEN 'F'
               MOVE 'OPEN FAILED' TO WS-STATE-TEXT
             WHEN OTHER
               MOVE 'NOT SEARCHED' TO WS-STATE-TEXT
           END-EVALUATE.
           DISPLAY FL-DDNAME(WS-FILE-NO) ' ' WS-STATE-TEXT
                   ' READ ' FC-READ(WS-FILE-NO)
                   ' FOUND ' FC-HITS(WS-FILE-NO)
                   ' CHANGED ' FC-CHANGED(WS-FILE-NO).

       TERMINATE-RTN.
           IF WS-CURRENT-AFM NOT = SPACES
              PERFORM END-SUBJECT-RTN
           END-IF.
           CLOSE SORTED-HIT-FILE.
           PERFORM CERTIFICATE-RTN.
           PERFORM REPORT-RTN.
       END PROGRAM AFM-DATA-SUBJECT.
