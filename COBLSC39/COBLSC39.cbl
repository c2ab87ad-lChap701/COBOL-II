       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC39.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  GIFT CERTIFICATE RUN. APPLIES VOID AND ESCHEAT TRANSACTIONS   *
      *  FROM GCMAINT.DAT TO THE GIFT CERTIFICATE LEDGER               *
      *  (GIFTCERT.DAT) THE DAILY WAKEBOARD RUN SELLS AND REDEEMS      *
      *  AGAINST, THEN PRINTS THE OUTSTANDING LIABILITY - EVERY        *
      *  CERTIFICATE STILL CARRYING A BALANCE, BY ISSUING STORE - AND  *
      *  THE ESCHEAT LIST OF OUTSTANDING CERTIFICATES NOT USED IN      *
      *  MORE THAN C-DORMANT-YEARS, WHOSE BALANCES ARE OWED TO THE     *
      *  STATE AS UNCLAIMED PROPERTY. A CERTIFICATE REDEEMED, VOIDED   *
      *  OR ESCHEATED MORE THAN C-RETAIN-YEARS AGO IS COPIED TO THE    *
      *  ARCHIVE (GIFTARCH.DAT) AND DROPPED FROM THE LEDGER; UNTIL     *
      *  THEN IT STAYS SO ITS NUMBER CANNOT BE ISSUED AGAIN. THE       *
      *  LEDGER IS REWRITTEN ONLY WHEN A TRANSACTION WAS APPLIED OR A  *
      *  CERTIFICATE IS DUE TO BE ARCHIVED, AFTER A GENERATION BACKUP, *
      *  AND NEVER WHEN IT HELD MORE CERTIFICATES THAN THE TABLE.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - AS-OF DATE THE DORMANCY IS MEASURED FROM  *
      *  AND STAMPED ON THE CERTIFICATES VOIDED AND ESCHEATED         *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  CERTIFICATE MAINTENANCE TRANSACTIONS: ACTION, CERTIFICATE    *
      *  NUMBER AND THE REASON                                        *
           SELECT MAINT-TXN-FILE
               ASSIGN TO 'GCMAINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

      *  GIFT CERTIFICATE LEDGER, ONE RECORD PER CERTIFICATE EVER     *
      *  SOLD                                                         *
           SELECT GIFT-CERT-FILE
               ASSIGN TO 'GIFTCERT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GC-STATUS.

      *  CLOSED CERTIFICATES TAKEN OFF THE LEDGER, ADDED TO THE END  *
      *  OF THE ARCHIVE IN THE SAME LAYOUT                            *
           SELECT GIFT-ARCH-FILE
               ASSIGN TO 'GIFTARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'GCLEDGER.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  RUN-CONTROL LOG SHARED BY EVERY BATCH PROGRAM - ONE RECORD   *
      *  PER RUN PROVING WHAT WENT IN CAME BACK OUT                   *
           SELECT RUN-LOG-FILE
               ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CTL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS CONTROL-CARD-REC.

      *  CPY FILE THAT CONTAINS CONTROL-CARD-REC LAYOUT, SHARED WITH  *
      *  THE OTHER BATCH PROGRAMS                                     *
           COPY 'CTLCARD.CPY'.

      *  ONE CERTIFICATE TRANSACTION. GM-ACTION: 'V' = VOID - A       *
      *  CERTIFICATE LOST, MISPRINTED OR REFUNDED, WITH THE REASON;   *
      *  'E' = ESCHEAT - THE BALANCE HAS BEEN REPORTED AND TURNED     *
      *  OVER TO THE STATE. EITHER ONE CLOSES OUT AN OUTSTANDING      *
      *  CERTIFICATE AT ITS REMAINING BALANCE                         *
       FD  MAINT-TXN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MAINT-TXN-REC.
       01  MAINT-TXN-REC.
           05  GM-ACTION           PIC X.
               88  GM-VOID                 VALUE 'V'.
               88  GM-ESCHEAT              VALUE 'E'.
           05  GM-CERT-NUM         PIC X(8).
           05  GM-REASON           PIC X(30).
           05  FILLER              PIC X(41).

       FD  GIFT-CERT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GIFT-CERT-REC
           RECORD CONTAINS 60 CHARACTERS.

      *  CPY FILE THAT CONTAINS GIFT-CERT-REC LAYOUT, SHARED WITH THE *
      *  DAILY WAKEBOARD RUN (COBLSC02)                               *
           COPY 'GIFTCERT.CPY'.

      *  AN ARCHIVED CERTIFICATE, AS IT LAST STOOD ON THE LEDGER  *
       FD  GIFT-ARCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GIFT-ARCH-REC
           RECORD CONTAINS 60 CHARACTERS.

       01  GIFT-ARCH-REC           PIC X(60).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       FD  RUN-LOG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LOG-REC.

      *  CPY FILE THAT CONTAINS RUN-LOG-REC LAYOUT, SHARED WITH THE   *
      *  RUN CONTROL BALANCE REPORT (COBLSC10)                        *
           COPY 'RUNLOG.CPY'.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR              PIC 99      VALUE 0.
           05  WS-CTL-STATUS       PIC XX      VALUE '00'.
           05  WS-TXN-STATUS       PIC XX      VALUE '00'.
           05  WS-GC-STATUS        PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  WS-ARCH-STATUS      PIC XX      VALUE '00'.
           05  TXN-EOF-SW          PIC X       VALUE 'N'.
           05  GC-EOF-SW           PIC X       VALUE 'N'.
           05  TXN-OK-SW           PIC X       VALUE 'Y'.
      *  WHETHER THE LEDGER WAS ON FILE AT START-UP (ONLY THEN DOES   *
      *  IT GET A GENERATION BACKUP) AND WHETHER THIS RUN CHANGED IT  *
           05  GC-ON-FILE-SW       PIC X       VALUE 'N'.
           05  GC-CHG-SW           PIC X       VALUE 'N'.
      *  'N' WHEN THE LEDGER HELD MORE CERTIFICATES THAN THE TABLE -  *
      *  NOTHING IS APPLIED AND THE LEDGER IS NOT REWRITTEN, SO THE   *
      *  CERTIFICATES PAST THE TABLE ARE NOT LOST                     *
           05  GC-TABLE-OK-SW      PIC X       VALUE 'Y'.
           05  C-LEDGER-OVFL-CTR   PIC 9(5)    VALUE 0.
      *  WHETHER THE CURRENT CERTIFICATE IS DUE TO BE ARCHIVED, AND   *
      *  WHETHER THE ARCHIVE COULD BE OPENED TO TAKE IT               *
           05  ARCH-DUE-SW         PIC X       VALUE 'N'.
           05  ARCH-OPEN-SW        PIC X       VALUE 'N'.
           05  C-ARCH-DUE-CTR      PIC 9(4)    VALUE 0.
           05  C-ARCH-CTR          PIC 9(4)    VALUE 0.
           05  C-CERT-CTR          PIC 9(4)    VALUE 0.
           05  C-TXN-CTR           PIC 9(4)    VALUE 0.
           05  C-APPLIED-CTR       PIC 9(4)    VALUE 0.
           05  C-REJECT-CTR        PIC 9(4)    VALUE 0.
      *  TRANSACTIONS PAST THE REJECT TABLE - COUNTED, NOT LISTED  *
           05  C-TXN-OVFL-CTR      PIC 9(4)    VALUE 0.
           05  CE-TBL-CTR          PIC 9(4)    VALUE 0.
           05  CE-SUB              PIC 9(4)    VALUE 0.
           05  C-CE-FOUND-SUB      PIC 9(4)    VALUE 0.
           05  TX-SUB              PIC 999     VALUE 0.
           05  SS-SUB              PIC 99      VALUE 0.
           05  C-SS-FOUND-SUB      PIC 99      VALUE 0.
      *  HOW MANY YEARS A CERTIFICATE MAY SIT UNUSED BEFORE THE STATE *
      *  CLAIMS ITS BALANCE, AND THE LAST-USED DATE THAT PUTS IT PAST *
      *  THAT - THE RUN DATE THAT MANY YEARS BACK                     *
           05  C-DORMANT-YEARS     PIC 9       VALUE 3.
           05  C-DORMANT-DATE      PIC 9(8)    VALUE 0.
      *  HOW MANY YEARS A CLOSED CERTIFICATE STAYS ON THE LEDGER, THE *
      *  CLOSING DATE THAT PUTS IT PAST THAT, AND THE DAY THE CURRENT *
      *  ONE CLOSED - REDEEMED ON ITS LAST USE, VOIDED OR ESCHEATED   *
      *  ON ITS STATUS DATE                                           *
           05  C-RETAIN-YEARS      PIC 9       VALUE 7.
           05  C-RETAIN-DATE       PIC 9(8)    VALUE 0.
           05  C-CLOSE-DATE        PIC 9(8)    VALUE 0.
      *  THE REASON THE CURRENT TRANSACTION IS BEING REJECTED  *
           05  C-REJ-REASON        PIC X(34)   VALUE ' '.
           05  C-LIAB-CTR          PIC 9(5)    VALUE 0.
           05  C-LIAB-AMT          PIC 9(8)V99 VALUE 0.
           05  C-ESCH-CTR          PIC 9(5)    VALUE 0.
           05  C-ESCH-AMT          PIC 9(8)V99 VALUE 0.
      *  A LEDGER DATE BROKEN OUT FOR PRINTING  *
           05  C-PRT-DATE          PIC 9(8)    VALUE 0.
           05  C-PRT-DATE-X REDEFINES C-PRT-DATE.
               10  C-PRT-YYYY      PIC 9(4).
               10  C-PRT-MM        PIC 99.
               10  C-PRT-DD        PIC 99.

      *  THE LEDGER AS THE TRANSACTIONS LEAVE IT, IN FILE ORDER  *
       01  GIFT-CERT-TABLE-AREA.
           05  CE-ENTRY            OCCURS 2000.
               10  CE-CERT-NUM     PIC X(8).
               10  CE-STATUS       PIC X.
               10  CE-ISSUE-STORE  PIC XX.
               10  CE-ISSUE-DATE   PIC 9(8).
               10  CE-ORIG-AMT     PIC 9(5)V99.
               10  CE-BALANCE      PIC 9(5)V99.
               10  CE-LAST-USED-DATE PIC 9(8).
               10  CE-REDEEM-CTR   PIC 999.
               10  CE-STATUS-DATE  PIC 9(8).
               10  CE-STATUS-AMT   PIC 9(5)V99.
               10  FILLER          PIC X(1).

      *  THE REJECTED TRANSACTIONS, SO THE REJECT PAGE CAN BE PRINTED *
      *  WHOLE AFTER THE ACTIVITY                                     *
       01  TXN-TABLE-AREA.
           05  TXN-ENTRY           OCCURS 300.
               10  TX-IMAGE        PIC X(39).
               10  TX-REASON       PIC X(34).
           05  TX-CNT              PIC 999     VALUE 0.

      *  OUTSTANDING BALANCE BY ISSUING STORE FOR THE LIABILITY       *
      *  SUBTOTALS, IN THE ORDER EACH STORE FIRST TURNS UP            *
       01  STORE-SUM-TABLE-AREA.
           05  STORE-SUM-ENTRY     OCCURS 50.
               10  SS-STORE        PIC XX.
               10  SS-CTR          PIC 9(5).
               10  SS-AMT          PIC 9(8)V99.
           05  SS-CNT              PIC 99      VALUE 0.

      *  DATA PASSED TO/FROM CBLGEN TO ROLL A GENERATION BACKUP OF    *
      *  THE LEDGER BEFORE IT IS REWRITTEN                            *
       01  CBLGEN-DATA.
           05  GN-FILE-NAME        PIC X(30)   VALUE SPACES.
           05  GN-ORG              PIC X       VALUE 'L'.
           05  GN-RUN-DATE         PIC 9(8)    VALUE 0.
           05  GN-REC-CNT          PIC 9(7)    VALUE 0.
           05  GN-RETURN-CODE      PIC 9       VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  CURR-DATE.
               10  CURR-YY    PIC 9(4).
               10  CURR-MM    PIC 99.
               10  CURR-DD    PIC 99.
           05  CURR-TIME      PIC X(11).

       01  WS-CURR-DATE-NUM    PIC 9(8)    VALUE 0.

       01  REPORT-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-RPT-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-YY        PIC 9(4).
           05  FILLER          PIC X(36)   VALUE ' '.
           05  O-RPT-TITLE     PIC X(36).
           05  FILLER          PIC X(36)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  NO-TXN-LINE.
           05  FILLER          PIC X(56)   VALUE
               'NO CERTIFICATE TRANSACTIONS - NO CERTIFICATES CHANGED'.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  ACTIVITY-HEADING.
           05  FILLER          PIC X(13)   VALUE 'CERTIFICATE'.
           05  FILLER          PIC X(11)   VALUE 'ACTION'.
           05  FILLER          PIC X(7)    VALUE 'STORE'.
           05  FILLER          PIC X(14)   VALUE '  BALANCE'.
           05  FILLER          PIC X(30)   VALUE 'REASON'.
           05  FILLER          PIC X(57)   VALUE ' '.

      *  ONE APPLIED TRANSACTION AND THE BALANCE IT CLOSED OUT  *
       01  ACTIVITY-LINE.
           05  O-ACT-CERT-NUM  PIC X(8).
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-ACT-ACTION    PIC X(9).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-ACT-STORE     PIC XX.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-ACT-BALANCE   PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-ACT-REASON    PIC X(30).
           05  FILLER          PIC X(58)   VALUE ' '.

       01  REJECT-LINE.
           05  O-REJ-TXN       PIC X(39).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-REJ-REASON    PIC X(34).
           05  FILLER          PIC X(56)   VALUE ' '.

       01  TXN-OVFL-LINE.
           05  FILLER          PIC X(46)   VALUE
               'TRANSACTIONS PAST TABLE LIMIT - NOT LISTED:   '.
           05  O-TXN-OVFL-CTR  PIC ZZZ9.
           05  FILLER          PIC X(82)   VALUE ' '.

       01  LEDGER-OVFL-LINE.
           05  FILLER          PIC X(52)   VALUE
               'CERTIFICATES PAST TABLE LIMIT - LEDGER NOT UPDATED:'.
           05  O-LEDGER-OVFL-CTR PIC ZZ,ZZ9.
           05  FILLER          PIC X(74)   VALUE ' '.

       01  CERT-HEADING.
           05  FILLER          PIC X(13)   VALUE 'CERTIFICATE'.
           05  FILLER          PIC X(7)    VALUE 'STORE'.
           05  FILLER          PIC X(12)   VALUE 'ISSUED'.
           05  FILLER          PIC X(12)   VALUE 'LAST USED'.
           05  FILLER          PIC X(13)   VALUE '   ORIGINAL'.
           05  FILLER          PIC X(13)   VALUE '    BALANCE'.
           05  FILLER          PIC X(62)   VALUE ' '.

      *  ONE OUTSTANDING CERTIFICATE ON THE LIABILITY OR ESCHEAT LIST *
       01  CERT-LINE.
           05  O-CERT-NUM      PIC X(8).
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-CERT-STORE    PIC XX.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-CERT-ISSUE-YYYY PIC 9(4).
           05  FILLER          PIC X       VALUE '/'.
           05  O-CERT-ISSUE-MM PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-CERT-ISSUE-DD PIC 99.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-CERT-USED-YYYY PIC 9(4).
           05  FILLER          PIC X       VALUE '/'.
           05  O-CERT-USED-MM  PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-CERT-USED-DD  PIC 99.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-CERT-ORIG     PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-CERT-BALANCE  PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(66)   VALUE ' '.

       01  STORE-SUM-LINE.
           05  FILLER          PIC X(6)    VALUE 'STORE '.
           05  O-SS-STORE      PIC XX.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-SS-CTR        PIC ZZ,ZZ9.
           05  FILLER          PIC X(15)   VALUE ' CERTIFICATES  '.
           05  O-SS-AMT        PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(85)   VALUE ' '.

       01  LIAB-TOTAL-LINE.
           05  FILLER          PIC X(13)   VALUE 'TOTAL OWED'.
           05  O-LIAB-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(15)   VALUE ' CERTIFICATES  '.
           05  O-LIAB-AMT      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(85)   VALUE ' '.

       01  ESCHEAT-LIMIT-LINE.
           05  FILLER          PIC X(38)   VALUE
               'OUTSTANDING AND NOT USED SINCE BEFORE '.
           05  O-ESCH-LIMIT-YYYY PIC 9(4).
           05  FILLER          PIC X       VALUE '/'.
           05  O-ESCH-LIMIT-MM PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-ESCH-LIMIT-DD PIC 99.
           05  FILLER          PIC X(84)   VALUE ' '.

       01  ESCHEAT-TOTAL-LINE.
           05  FILLER          PIC X(13)   VALUE 'TOTAL DUE'.
           05  O-ESCH-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(15)   VALUE ' CERTIFICATES  '.
           05  O-ESCH-AMT      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(85)   VALUE ' '.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(30)   VALUE
               'CERTIFICATES ON THE LEDGER:   '.
           05  O-CERT-CTR      PIC ZZZ9.
           05  FILLER          PIC X(98)   VALUE ' '.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(30)   VALUE
               'TRANSACTIONS READ:            '.
           05  O-TXN-CTR       PIC ZZZ9.
           05  FILLER          PIC X(98)   VALUE ' '.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(30)   VALUE
               'APPLIED:                      '.
           05  O-APPLIED-CTR   PIC ZZZ9.
           05  FILLER          PIC X(98)   VALUE ' '.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(30)   VALUE
               'REJECTED:                     '.
           05  O-REJECT-CTR    PIC ZZZ9.
           05  FILLER          PIC X(98)   VALUE ' '.

       01  TOTAL-LINE-5.
           05  FILLER          PIC X(30)   VALUE
               'ARCHIVED TO GIFTARCH.DAT:     '.
           05  O-ARCH-CTR      PIC ZZZ9.
           05  FILLER          PIC X(98)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-APPLY-TXNS
               UNTIL TXN-EOF-SW = 'Y'.
           PERFORM L5-REJECT-PAGE.
           PERFORM L6-LIABILITY-REPORT.
           PERFORM L7-ESCHEAT-LIST.
           PERFORM L8-REWRITE-LEDGER THRU L8-REWRITE-EXIT.
           PERFORM L9-CLOSING.
       STOP RUN.

       L2-INIT.
           PERFORM L2E-READ-CONTROL-CARD.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *  A RERUN AS OF A PRIOR DATE TAKES ITS PROCESSING DATE FROM    *
      *  THE CONTROL CARD INSTEAD OF THE SYSTEM CLOCK                 *
           IF CC-DATE-FROM-CARD
               MOVE CC-RUN-DATE TO CURR-DATE.
           MOVE CURR-DATE TO WS-CURR-DATE-NUM.
           MOVE CURR-MM TO O-RPT-MM.
           MOVE CURR-DD TO O-RPT-DD.
           MOVE CURR-YY TO O-RPT-YY.
      *  THE SAME MONTH AND DAY, C-DORMANT-YEARS BACK  *
           COMPUTE C-DORMANT-DATE =
               WS-CURR-DATE-NUM - C-DORMANT-YEARS * 10000.
           COMPUTE C-RETAIN-DATE =
               WS-CURR-DATE-NUM - C-RETAIN-YEARS * 10000.

           OPEN OUTPUT PRTOUT.
           MOVE 'GIFT CERTIFICATE MAINTENANCE' TO O-RPT-TITLE.
           PERFORM L2F-NEW-PAGE.
           WRITE PRTLINE FROM ACTIVITY-HEADING
               AFTER ADVANCING 1 LINE.

           PERFORM L2A-LOAD-LEDGER.
           IF GC-TABLE-OK-SW = 'N'
               MOVE C-LEDGER-OVFL-CTR TO O-LEDGER-OVFL-CTR
               WRITE PRTLINE FROM LEDGER-OVFL-LINE
                   AFTER ADVANCING 2 LINES.

           OPEN INPUT MAINT-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
               MOVE 'N' TO TXN-OK-SW
               MOVE 'Y' TO TXN-EOF-SW
               WRITE PRTLINE FROM NO-TXN-LINE
                   AFTER ADVANCING 2 LINES.

      *  LOADS THE LEDGER; A MISSING FILE MEANS NO CERTIFICATE HAS    *
      *  BEEN SOLD YET. CERTIFICATES PAST THE TABLE ARE COUNTED       *
       L2A-LOAD-LEDGER.
           MOVE 0 TO CE-TBL-CTR.
           MOVE 'N' TO GC-EOF-SW.
           OPEN INPUT GIFT-CERT-FILE.
           IF WS-GC-STATUS = '00'
               MOVE 'Y' TO GC-ON-FILE-SW
               PERFORM L2B-READ-LEDGER
                   UNTIL GC-EOF-SW = 'Y'
               CLOSE GIFT-CERT-FILE.

       L2B-READ-LEDGER.
           READ GIFT-CERT-FILE
               AT END
                   MOVE 'Y' TO GC-EOF-SW
               NOT AT END
                   IF CE-TBL-CTR < 2000
                       ADD 1 TO C-CERT-CTR
                       ADD 1 TO CE-TBL-CTR
                       MOVE GIFT-CERT-REC TO CE-ENTRY(CE-TBL-CTR)
                   ELSE
                       MOVE 'N' TO GC-TABLE-OK-SW
                       ADD 1 TO C-LEDGER-OVFL-CTR
                   END-IF
           END-READ.

      *  READS THE RUN CONTROL CARD, FALLING BACK TO THE SYSTEM DATE  *
      *  WHEN NO CARD IS SUPPLIED                                     *
       L2E-READ-CONTROL-CARD.
           MOVE 'S' TO CC-DATE-SOURCE.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS = '00'
               READ CTL-FILE
                   AT END
                       MOVE 'S' TO CC-DATE-SOURCE
               END-READ
               CLOSE CTL-FILE.

      *  STARTS A PAGE UNDER WHATEVER TITLE IS IN O-RPT-TITLE  *
       L2F-NEW-PAGE.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       L3-APPLY-TXNS.
           READ MAINT-TXN-FILE
               AT END
                   MOVE 'Y' TO TXN-EOF-SW
               NOT AT END
                   ADD 1 TO C-TXN-CTR
                   PERFORM L4-PROCESS-TXN THRU L4-PROCESS-EXIT
           END-READ.

      *  VALIDATES ONE TRANSACTION AND CLOSES OUT THE CERTIFICATE.    *
      *  ONLY AN OUTSTANDING CERTIFICATE CAN BE VOIDED OR ESCHEATED,  *
      *  A VOID NEEDS A REASON, AND ONLY A CERTIFICATE DORMANT PAST   *
      *  THE LIMIT CAN BE TURNED OVER TO THE STATE. NOTHING IS        *
      *  APPLIED WHEN THE LEDGER DID NOT FIT IN THE TABLE             *
       L4-PROCESS-TXN.
           IF GC-TABLE-OK-SW = 'N'
               MOVE 'LEDGER NOT FULLY LOADED' TO C-REJ-REASON
               GO TO L4-PROCESS-REJECT.
           IF NOT GM-VOID AND NOT GM-ESCHEAT
               MOVE 'ACTION MUST BE V OR E' TO C-REJ-REASON
               GO TO L4-PROCESS-REJECT.
           PERFORM L4A-FIND-CERT.
           IF C-CE-FOUND-SUB = 0
               MOVE 'CERTIFICATE NOT ON FILE' TO C-REJ-REASON
               GO TO L4-PROCESS-REJECT.
           IF CE-STATUS(C-CE-FOUND-SUB) = 'V'
               MOVE 'CERTIFICATE ALREADY VOIDED' TO C-REJ-REASON
               GO TO L4-PROCESS-REJECT.
           IF CE-STATUS(C-CE-FOUND-SUB) = 'E'
               MOVE 'CERTIFICATE ALREADY ESCHEATED' TO C-REJ-REASON
               GO TO L4-PROCESS-REJECT.
           IF CE-STATUS(C-CE-FOUND-SUB) = 'R'
               MOVE 'CERTIFICATE REDEEMED IN FULL' TO C-REJ-REASON
               GO TO L4-PROCESS-REJECT.
           IF GM-VOID AND GM-REASON = SPACES
               MOVE 'REASON REQUIRED ON A VOID' TO C-REJ-REASON
               GO TO L4-PROCESS-REJECT.
           IF GM-ESCHEAT
               AND CE-LAST-USED-DATE(C-CE-FOUND-SUB)
                   NOT < C-DORMANT-DATE
                       MOVE 'NOT DORMANT PAST THE LIMIT'
                           TO C-REJ-REASON
                       GO TO L4-PROCESS-REJECT.

           MOVE CE-BALANCE(C-CE-FOUND-SUB)
               TO CE-STATUS-AMT(C-CE-FOUND-SUB).
           MOVE 0 TO CE-BALANCE(C-CE-FOUND-SUB).
           MOVE WS-CURR-DATE-NUM TO CE-STATUS-DATE(C-CE-FOUND-SUB).
           IF GM-VOID
               MOVE 'V' TO CE-STATUS(C-CE-FOUND-SUB)
               MOVE 'VOIDED' TO O-ACT-ACTION
           ELSE
               MOVE 'E' TO CE-STATUS(C-CE-FOUND-SUB)
               MOVE 'ESCHEATED' TO O-ACT-ACTION.
           MOVE 'Y' TO GC-CHG-SW.
           ADD 1 TO C-APPLIED-CTR.

           MOVE GM-CERT-NUM TO O-ACT-CERT-NUM.
           MOVE CE-ISSUE-STORE(C-CE-FOUND-SUB) TO O-ACT-STORE.
           MOVE CE-STATUS-AMT(C-CE-FOUND-SUB) TO O-ACT-BALANCE.
           MOVE GM-REASON TO O-ACT-REASON.
           WRITE PRTLINE FROM ACTIVITY-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L2F-NEW-PAGE.
           GO TO L4-PROCESS-EXIT.

       L4-PROCESS-REJECT.
           ADD 1 TO C-REJECT-CTR.
           IF TX-CNT < 300
               ADD 1 TO TX-CNT
               MOVE MAINT-TXN-REC (1:39) TO TX-IMAGE(TX-CNT)
               MOVE C-REJ-REASON TO TX-REASON(TX-CNT)
           ELSE
               ADD 1 TO C-TXN-OVFL-CTR.

       L4-PROCESS-EXIT.
           EXIT.

      *  FINDS GM-CERT-NUM ON THE LEDGER, LEAVING ITS SLOT IN         *
      *  C-CE-FOUND-SUB (0 = NOT ON FILE)                             *
       L4A-FIND-CERT.
           MOVE 0 TO C-CE-FOUND-SUB.
           IF GM-CERT-NUM NOT = SPACES
               PERFORM L4B-MATCH-CERT
                   VARYING CE-SUB FROM 1 BY 1
                       UNTIL CE-SUB > CE-TBL-CTR
                           OR C-CE-FOUND-SUB > 0.

       L4B-MATCH-CERT.
           IF CE-CERT-NUM(CE-SUB) = GM-CERT-NUM
               MOVE CE-SUB TO C-CE-FOUND-SUB.

      *  THE BAD TRANSACTIONS GET THEIR OWN PAGE SO THE KEYER CAN    *
      *  WORK FROM ONE LIST                                          *
       L5-REJECT-PAGE.
           MOVE 'REJECTED CERTIFICATE TRANSACTIONS' TO O-RPT-TITLE.
           PERFORM L2F-NEW-PAGE.
           PERFORM L5A-PRINT-REJECT
               VARYING TX-SUB FROM 1 BY 1
                   UNTIL TX-SUB > TX-CNT.
           IF C-TXN-OVFL-CTR > 0
               MOVE C-TXN-OVFL-CTR TO O-TXN-OVFL-CTR
               WRITE PRTLINE FROM TXN-OVFL-LINE
                   AFTER ADVANCING 2 LINES.

       L5A-PRINT-REJECT.
           MOVE TX-IMAGE(TX-SUB) TO O-REJ-TXN.
           MOVE TX-REASON(TX-SUB) TO O-REJ-REASON.
           WRITE PRTLINE FROM REJECT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L2F-NEW-PAGE.

      *  EVERY OUTSTANDING CERTIFICATE WITH A BALANCE IS MONEY THE    *
      *  SHOP STILL OWES IN MERCHANDISE. LISTED IN LEDGER ORDER, THEN *
      *  TOTALED BY THE STORE THAT ISSUED IT                          *
       L6-LIABILITY-REPORT.
           MOVE 'GIFT CERTIFICATE LIABILITY' TO O-RPT-TITLE.
           PERFORM L6B-LIABILITY-HEADING.
           PERFORM L6A-LIABILITY-ONE
               VARYING CE-SUB FROM 1 BY 1
                   UNTIL CE-SUB > CE-TBL-CTR.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L6D-PRINT-STORE-SUM
               VARYING SS-SUB FROM 1 BY 1
                   UNTIL SS-SUB > SS-CNT.
           MOVE C-LIAB-CTR TO O-LIAB-CTR.
           MOVE C-LIAB-AMT TO O-LIAB-AMT.
           WRITE PRTLINE FROM LIAB-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       L6A-LIABILITY-ONE.
           IF CE-STATUS(CE-SUB) = 'A' AND CE-BALANCE(CE-SUB) > 0
               ADD 1 TO C-LIAB-CTR
               ADD CE-BALANCE(CE-SUB) TO C-LIAB-AMT
               PERFORM L6C-ADD-STORE-SUM
               PERFORM L6E-FORMAT-CERT-LINE
               WRITE PRTLINE FROM CERT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L6B-LIABILITY-HEADING.

       L6B-LIABILITY-HEADING.
           PERFORM L2F-NEW-PAGE.
           WRITE PRTLINE FROM CERT-HEADING
               AFTER ADVANCING 1 LINE.

      *  A STORE PAST THE 50TH IS CARRIED IN THE GRAND TOTAL ONLY  *
       L6C-ADD-STORE-SUM.
           MOVE 0 TO C-SS-FOUND-SUB.
           PERFORM L6C1-MATCH-STORE
               VARYING SS-SUB FROM 1 BY 1
                   UNTIL SS-SUB > SS-CNT
                       OR C-SS-FOUND-SUB > 0.
           IF C-SS-FOUND-SUB = 0 AND SS-CNT < 50
               ADD 1 TO SS-CNT
               MOVE SS-CNT TO C-SS-FOUND-SUB
               MOVE CE-ISSUE-STORE(CE-SUB) TO SS-STORE(SS-CNT)
               MOVE 0 TO SS-CTR(SS-CNT)
               MOVE 0 TO SS-AMT(SS-CNT).
           IF C-SS-FOUND-SUB > 0
               ADD 1 TO SS-CTR(C-SS-FOUND-SUB)
               ADD CE-BALANCE(CE-SUB) TO SS-AMT(C-SS-FOUND-SUB).

       L6C1-MATCH-STORE.
           IF SS-STORE(SS-SUB) = CE-ISSUE-STORE(CE-SUB)
               MOVE SS-SUB TO C-SS-FOUND-SUB.

       L6D-PRINT-STORE-SUM.
           MOVE SS-STORE(SS-SUB) TO O-SS-STORE.
           MOVE SS-CTR(SS-SUB) TO O-SS-CTR.
           MOVE SS-AMT(SS-SUB) TO O-SS-AMT.
           WRITE PRTLINE FROM STORE-SUM-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L2F-NEW-PAGE.

       L6E-FORMAT-CERT-LINE.
           MOVE CE-CERT-NUM(CE-SUB) TO O-CERT-NUM.
           MOVE CE-ISSUE-STORE(CE-SUB) TO O-CERT-STORE.
           MOVE CE-ISSUE-DATE(CE-SUB) TO C-PRT-DATE.
           MOVE C-PRT-YYYY TO O-CERT-ISSUE-YYYY.
           MOVE C-PRT-MM TO O-CERT-ISSUE-MM.
           MOVE C-PRT-DD TO O-CERT-ISSUE-DD.
           MOVE CE-LAST-USED-DATE(CE-SUB) TO C-PRT-DATE.
           MOVE C-PRT-YYYY TO O-CERT-USED-YYYY.
           MOVE C-PRT-MM TO O-CERT-USED-MM.
           MOVE C-PRT-DD TO O-CERT-USED-DD.
           MOVE CE-ORIG-AMT(CE-SUB) TO O-CERT-ORIG.
           MOVE CE-BALANCE(CE-SUB) TO O-CERT-BALANCE.

      *  OUTSTANDING CERTIFICATES NOT SOLD, REDEEMED OR CREDITED IN   *
      *  MORE THAN C-DORMANT-YEARS. THEIR BALANCES ARE REPORTED TO    *
      *  THE STATE, THEN ESCHEATED HERE WITH AN 'E' TRANSACTION ONCE  *
      *  THE MONEY HAS BEEN TURNED OVER                               *
       L7-ESCHEAT-LIST.
           MOVE 'GIFT CERTIFICATE ESCHEAT LIST' TO O-RPT-TITLE.
           MOVE C-DORMANT-DATE TO C-PRT-DATE.
           MOVE C-PRT-YYYY TO O-ESCH-LIMIT-YYYY.
           MOVE C-PRT-MM TO O-ESCH-LIMIT-MM.
           MOVE C-PRT-DD TO O-ESCH-LIMIT-DD.
           PERFORM L7B-ESCHEAT-HEADING.
           PERFORM L7A-ESCHEAT-ONE
               VARYING CE-SUB FROM 1 BY 1
                   UNTIL CE-SUB > CE-TBL-CTR.
           MOVE C-ESCH-CTR TO O-ESCH-CTR.
           MOVE C-ESCH-AMT TO O-ESCH-AMT.
           WRITE PRTLINE FROM ESCHEAT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       L7A-ESCHEAT-ONE.
           IF CE-STATUS(CE-SUB) = 'A' AND CE-BALANCE(CE-SUB) > 0
               AND CE-LAST-USED-DATE(CE-SUB) < C-DORMANT-DATE
                   ADD 1 TO C-ESCH-CTR
                   ADD CE-BALANCE(CE-SUB) TO C-ESCH-AMT
                   PERFORM L6E-FORMAT-CERT-LINE
                   WRITE PRTLINE FROM CERT-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L7B-ESCHEAT-HEADING.

       L7B-ESCHEAT-HEADING.
           PERFORM L2F-NEW-PAGE.
           WRITE PRTLINE FROM ESCHEAT-LIMIT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM CERT-HEADING
               AFTER ADVANCING 2 LINES.

      *  REWRITES THE LEDGER WHEN A TRANSACTION WAS APPLIED OR A      *
      *  CLOSED CERTIFICATE IS PAST RETENTION, AFTER ROLLING A        *
      *  GENERATION BACKUP OF THE COPY BEING REPLACED. A CERTIFICATE  *
      *  PAST RETENTION GOES TO THE ARCHIVE INSTEAD; IF THE ARCHIVE   *
      *  CANNOT BE OPENED IT STAYS ON THE LEDGER FOR THE NEXT RUN.    *
      *  A LEDGER LARGER THAN THE TABLE IS LEFT AS IT IS              *
       L8-REWRITE-LEDGER.
           IF GC-TABLE-OK-SW = 'N'
               GO TO L8-REWRITE-EXIT.
           PERFORM L8B-COUNT-ARCH-DUE
               VARYING CE-SUB FROM 1 BY 1
                   UNTIL CE-SUB > CE-TBL-CTR.
           IF C-ARCH-DUE-CTR > 0
               MOVE 'Y' TO GC-CHG-SW.
           IF GC-CHG-SW = 'N'
               GO TO L8-REWRITE-EXIT.

           IF GC-ON-FILE-SW = 'Y'
               MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE
               MOVE 'L' TO GN-ORG
               MOVE 'GIFTCERT.DAT' TO GN-FILE-NAME
               CALL 'CBLGEN' USING CBLGEN-DATA.
           IF C-ARCH-DUE-CTR > 0
               OPEN EXTEND GIFT-ARCH-FILE
               IF WS-ARCH-STATUS NOT = '00'
                   OPEN OUTPUT GIFT-ARCH-FILE.
           IF C-ARCH-DUE-CTR > 0 AND WS-ARCH-STATUS = '00'
               MOVE 'Y' TO ARCH-OPEN-SW.

           OPEN OUTPUT GIFT-CERT-FILE.
           PERFORM L8A-WRITE-CERT
               VARYING CE-SUB FROM 1 BY 1
                   UNTIL CE-SUB > CE-TBL-CTR.
           CLOSE GIFT-CERT-FILE.
           IF ARCH-OPEN-SW = 'Y'
               CLOSE GIFT-ARCH-FILE.

       L8-REWRITE-EXIT.
           EXIT.

       L8A-WRITE-CERT.
           PERFORM L8C-TEST-RETENTION.
           IF ARCH-DUE-SW = 'Y' AND ARCH-OPEN-SW = 'Y'
               ADD 1 TO C-ARCH-CTR
               MOVE CE-ENTRY(CE-SUB) TO GIFT-ARCH-REC
               WRITE GIFT-ARCH-REC
           ELSE
               MOVE CE-ENTRY(CE-SUB) TO GIFT-CERT-REC
               WRITE GIFT-CERT-REC.

       L8B-COUNT-ARCH-DUE.
           PERFORM L8C-TEST-RETENTION.
           IF ARCH-DUE-SW = 'Y'
               ADD 1 TO C-ARCH-DUE-CTR.

      *  A CERTIFICATE IS DUE FOR THE ARCHIVE ONCE IT IS CLOSED -     *
      *  REDEEMED, VOIDED OR ESCHEATED - AND CLOSED BEFORE            *
      *  C-RETAIN-DATE. AN OUTSTANDING ONE NEVER LEAVES THE LEDGER    *
       L8C-TEST-RETENTION.
           MOVE 'N' TO ARCH-DUE-SW.
           IF CE-STATUS(CE-SUB) = 'R'
               MOVE CE-LAST-USED-DATE(CE-SUB) TO C-CLOSE-DATE
           ELSE
               MOVE CE-STATUS-DATE(CE-SUB) TO C-CLOSE-DATE.
           IF CE-STATUS(CE-SUB) = 'R' OR 'V' OR 'E'
               IF C-CLOSE-DATE < C-RETAIN-DATE
                   MOVE 'Y' TO ARCH-DUE-SW.

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: CERTIFICATES     *
      *  PLUS TRANSACTIONS READ MUST EQUAL CERTIFICATES CARRIED       *
      *  FORWARD OR ARCHIVED PLUS TRANSACTIONS APPLIED PLUS REJECTED  *
       L9-CLOSING.
           MOVE C-CERT-CTR TO O-CERT-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE C-TXN-CTR TO O-TXN-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE C-APPLIED-CTR TO O-APPLIED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE C-ARCH-CTR TO O-ARCH-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           IF GC-TABLE-OK-SW = 'N'
               MOVE C-LEDGER-OVFL-CTR TO O-LEDGER-OVFL-CTR
               WRITE PRTLINE FROM LEDGER-OVFL-LINE
                   AFTER ADVANCING 2 LINES.
           IF TXN-OK-SW = 'Y'
               CLOSE MAINT-TXN-FILE.
           CLOSE PRTOUT.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC39' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           ADD C-CERT-CTR C-LEDGER-OVFL-CTR C-TXN-CTR
               GIVING RL-RECS-READ.
           ADD C-CERT-CTR C-LEDGER-OVFL-CTR GIVING RL-RECS-OUT-1.
           MOVE C-APPLIED-CTR TO RL-RECS-OUT-2.
           MOVE C-REJECT-CTR TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
