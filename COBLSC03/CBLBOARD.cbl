       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLBOARD.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  THE SUBROUTINE THAT SERVES THE WAKEBOARD CATALOG MASTER.      *
      *  FILLS THE CALLER'S BOARD TABLE (BOARDTBL.CPY) FROM            *
      *  BRDCAT.DAT, EACH BOARD IN THE SLOT FOR ITS BOARD NUMBER, SO   *
      *  A PRICE CHANGE OR A NEW MODEL IS ONE MAINTENANCE RUN INSTEAD  *
      *  OF A RECOMPILE OF EVERY PROGRAM THAT CARRIED ITS OWN          *
      *  COMPILED-IN BOARD TABLE. RETURNS THE HIGHEST BOARD NUMBER ON  *
      *  THE CATALOG, AND A RETURN CODE OF 1 WHEN THERE IS NO CATALOG. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  WAKEBOARD CATALOG MASTER, ONE RECORD PER BOARD NUMBER  *
           SELECT BOARD-CATALOG
               ASSIGN TO 'BRDCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BOARD-CATALOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS BOARD-CATALOG-REC
           RECORD CONTAINS 80 CHARACTERS.

      *  CPY FILE THAT CONTAINS BOARD-CATALOG-REC LAYOUT, SHARED WITH *
      *  THE CATALOG MAINTENANCE RUN (COBLSC38)                       *
           COPY 'BRDCAT.CPY'.

       WORKING-STORAGE SECTION.
       01  CBLBOARD-SW.
           05  WS-CAT-STATUS       PIC XX      VALUE '00'.
           05  CAT-EOF-SW          PIC X       VALUE 'N'.
               88  CAT-EOF         VALUE 'Y'.

      *  SECTION USED TO BE ABLE TO USE THE "USING" WITH PASSED-DATA  *
       LINKAGE SECTION.
       COPY 'BOARDTBL.CPY'.

      *  LOADS THE WHOLE CATALOG INTO THE CALLER'S BOARD TABLE  *
       PROCEDURE DIVISION USING BOARD-TABLE.
       0000-LOAD-BOARDS.
      *  EMPTY SLOTS HOLD ZERO PRICES AND A BLANK STATUS  *
           INITIALIZE BOARD-TABLE.
           MOVE 0 TO BOARD-CNT.
           MOVE 1 TO BOARD-RETURN-CODE.
           MOVE 'N' TO CAT-EOF-SW.
           OPEN INPUT BOARD-CATALOG.
           IF WS-CAT-STATUS = '00'
               MOVE 0 TO BOARD-RETURN-CODE
               PERFORM 1000-READ-CATALOG
                   UNTIL CAT-EOF
               CLOSE BOARD-CATALOG.

      *  GOBACK USED TO EXIT THE SUBROUTINE  *
           GOBACK.

      *  A RECORD WITHOUT A USABLE BOARD NUMBER HAS NO SLOT TO GO IN  *
      *  AND IS PASSED OVER                                           *
       1000-READ-CATALOG.
           READ BOARD-CATALOG
               AT END
                   MOVE 'Y' TO CAT-EOF-SW
               NOT AT END
                   IF BC-BOARD NUMERIC AND BC-BOARD > 0
                       PERFORM 2000-LOAD-ONE-BOARD
                   END-IF
           END-READ.

       2000-LOAD-ONE-BOARD.
           MOVE BC-UPC            TO T-UPC(BC-BOARD).
           MOVE BC-NAME           TO T-NAME(BC-BOARD).
           MOVE BC-PRICE          TO T-PRICE(BC-BOARD).
           MOVE BC-OPEN-QTY       TO T-QTY-ON-HAND(BC-BOARD).
           MOVE BC-REORDER-PT     TO T-REORDER-PT(BC-BOARD).
           MOVE BC-CLEARANCE-SW   TO T-CLEARANCE-SW(BC-BOARD).
           MOVE BC-MARKDOWN-PRICE TO T-MARKDOWN-PRICE(BC-BOARD).
           MOVE BC-UNIT-COST      TO T-UNIT-COST(BC-BOARD).
           MOVE BC-RENT-RATE      TO T-RENT-RATE(BC-BOARD).
           IF BC-STATUS = 'D'
               MOVE 'D' TO T-STATUS(BC-BOARD)
           ELSE
               MOVE 'A' TO T-STATUS(BC-BOARD).
           IF BC-BOARD > BOARD-CNT
               MOVE BC-BOARD TO BOARD-CNT.
