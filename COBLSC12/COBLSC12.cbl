      *  DESCRIPTION SINCE THE REVERSE LOOKUP IN CBLLOAD DEPENDS ON    *
      *  UNIQUENESS), AND PRINTS A BEFORE/AFTER AUDIT OF EVERY CHANGE  *
      *  WITH A REJECT PAGE FOR BAD TRANSACTIONS. DEACTIVATED          *
      *  CATEGORIES STAY ON FILE SO OLD SALES STILL RESOLVE. EACH      *
      *  CATEGORY ALSO CARRIES THE CUBIC FEET ONE DELIVERY OF IT TAKES *
      *  ON A TRUCK, WHICH THE DELIVERY SCHEDULING RUN (COBLSC42)      *
      *  LOADS TRUCKS BY.                                              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  FURNITURE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS FURNITURE-MASTER-REC
           RECORD CONTAINS 27 CHARACTERS.

       01  FURNITURE-MASTER-REC.
           05  FM-FURN-CODE        PIC 9.
           05  FM-FURN-DESC        PIC X(22).
           05  FM-STATUS           PIC X.
      *  TRUCK SPACE ONE DELIVERY OF THE CATEGORY TAKES - SPACES ON   *
      *  A RECORD FROM BEFORE THE FIELD EXISTED READ AS ZERO          *
           05  FM-CUBIC-FT         PIC 9(3).

      *  ONE MAINTENANCE TRANSACTION: 'A' = ADD, 'C' = CHANGE (ALSO  *
      *  REACTIVATES A DEACTIVATED CODE), 'D' = DEACTIVATE. A BLANK  *
      *  CUBIC FEET ON A CHANGE LEAVES THE FIGURE ON FILE ALONE      *
       FD  FURN-TXN-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS FURN-TXN-REC
               88  FT-DEACTIVATE   VALUE 'D'.
           05  FT-FURN-CODE        PIC X.
           05  FT-FURN-DESC        PIC X(22).
           05  FT-CUBIC-FT         PIC X(3).
           05  FT-CUBIC-FT-N REDEFINES FT-CUBIC-FT
                                   PIC 9(3).
           05  FILLER              PIC X(3).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           05  CAT-ENTRY           OCCURS 9.
               10  CAT-DESC        PIC X(22).
               10  CAT-STATUS      PIC X.
               10  CAT-CUBIC-FT    PIC 9(3).
               10  CAT-PRESENT-SW  PIC X.

      *  REJECTED TRANSACTIONS HELD FOR THE REJECT PAGE AT CLOSING  *
       01  REJECT-TABLE-AREA.
           05  REJ-ENTRY           OCCURS 100.
               10  REJ-TXN         PIC X(27).
               10  REJ-REASON      PIC X(34).
           05  REJ-CNT             PIC 99      VALUE 0.

           05  FILLER          PIC X(7)    VALUE '  CODE '.
           05  O-AUD-CODE      PIC X.
           05  FILLER          PIC X(10)   VALUE '  BEFORE: '.
           05  O-AUD-BEFORE    PIC X(28).
           05  FILLER          PIC X(9)    VALUE '  AFTER: '.
           05  O-AUD-AFTER     PIC X(28).
           05  FILLER          PIC X(41)   VALUE ' '.

       01  REJECT-LINE.
           05  O-REJ-TXN       PIC X(27).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-REJ-REASON    PIC X(34).
           05  FILLER          PIC X(68)   VALUE ' '.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(24)   VALUE
       L2B-CLEAR-SLOT.
           MOVE SPACES TO CAT-DESC(FUR-SUB).
           MOVE ' ' TO CAT-STATUS(FUR-SUB).
           MOVE 0 TO CAT-CUBIC-FT(FUR-SUB).
           MOVE 'N' TO CAT-PRESENT-SW(FUR-SUB).

       L2C-READ-CATEGORY.
                       ELSE
                           MOVE 'A' TO CAT-STATUS(FM-FURN-CODE)
                       END-IF
                       IF FM-CUBIC-FT NUMERIC
                           MOVE FM-CUBIC-FT
                               TO CAT-CUBIC-FT(FM-FURN-CODE)
                       END-IF
                   END-IF
           END-READ.

               PERFORM L5-REJECT-TXN
           ELSE
               PERFORM L6-COMMON-DESC-CHECKS
               IF TXN-VALID-SW = 'Y'
                   PERFORM L6D-CHECK-CUBE
               END-IF
               IF TXN-VALID-SW = 'Y'
                   PERFORM L6A-SET-BEFORE
                   MOVE FT-FURN-DESC TO CAT-DESC(C-TXN-CODE)
                   MOVE 'A' TO CAT-STATUS(C-TXN-CODE)
                   MOVE 'Y' TO CAT-PRESENT-SW(C-TXN-CODE)
                   IF FT-CUBIC-FT = SPACES
                       MOVE 0 TO CAT-CUBIC-FT(C-TXN-CODE)
                   ELSE
                       MOVE FT-CUBIC-FT-N TO CAT-CUBIC-FT(C-TXN-CODE)
                   END-IF
                   PERFORM L6B-PRINT-AUDIT.

      *  A CHANGE ALSO REACTIVATES A DEACTIVATED CODE, SINCE KEYING  *
               PERFORM L5-REJECT-TXN
           ELSE
               PERFORM L6-COMMON-DESC-CHECKS
               IF TXN-VALID-SW = 'Y'
                   PERFORM L6D-CHECK-CUBE
               END-IF
               IF TXN-VALID-SW = 'Y'
                   PERFORM L6A-SET-BEFORE
                   MOVE FT-FURN-DESC TO CAT-DESC(C-TXN-CODE)
                   MOVE 'A' TO CAT-STATUS(C-TXN-CODE)
                   IF FT-CUBIC-FT NOT = SPACES
                       MOVE FT-CUBIC-FT-N TO CAT-CUBIC-FT(C-TXN-CODE)
                   END-IF
                   PERFORM L6B-PRINT-AUDIT.

       L4C-APPLY-DEACTIVATE.
               AND CAT-DESC(FUR-SUB) = FT-FURN-DESC
                   MOVE 'Y' TO DUP-FOUND-SW.

      *  CUBIC FEET MAY BE LEFT BLANK BUT NOT MIS-KEYED  *
       L6D-CHECK-CUBE.
           IF FT-CUBIC-FT NOT = SPACES
               AND FT-CUBIC-FT NOT NUMERIC
                   MOVE 'CUBIC FEET MUST BE NUMERIC' TO C-REJ-REASON
                   PERFORM L5-REJECT-TXN.

       L6A-SET-BEFORE.
           IF CAT-PRESENT-SW(C-TXN-CODE) = 'N'
               MOVE '(EMPTY)' TO O-AUD-BEFORE
               STRING CAT-DESC(C-TXN-CODE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CAT-STATUS(C-TXN-CODE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CAT-CUBIC-FT(C-TXN-CODE) DELIMITED BY SIZE
               INTO O-AUD-BEFORE.

       L6B-PRINT-AUDIT.
           STRING CAT-DESC(C-TXN-CODE) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CAT-STATUS(C-TXN-CODE) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CAT-CUBIC-FT(C-TXN-CODE) DELIMITED BY SIZE
           INTO O-AUD-AFTER.
           WRITE PRTLINE FROM AUDIT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO C-REJECT-CTR.
           IF REJ-CNT < 100
               ADD 1 TO REJ-CNT
               MOVE FURN-TXN-REC (1:27) TO REJ-TXN(REJ-CNT)
               MOVE C-REJ-REASON TO REJ-REASON(REJ-CNT).

      *  THE BAD TRANSACTIONS GET THEIR OWN PAGE SO THE KEYER CAN    *
               MOVE FUR-SUB TO FM-FURN-CODE
               MOVE CAT-DESC(FUR-SUB) TO FM-FURN-DESC
               MOVE CAT-STATUS(FUR-SUB) TO FM-STATUS
               MOVE CAT-CUBIC-FT(FUR-SUB) TO FM-CUBIC-FT
               WRITE FURNITURE-MASTER-REC.

       L9-CLOSING.
