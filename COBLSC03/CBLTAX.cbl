       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLTAX.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  THE SUBROUTINE THAT SERVES THE SALES TAX RATE FILE. THE RATE  *
      *  TABLE IS LOADED FROM TAXRATE.DAT THE FIRST TIME THIS          *
      *  SUBROUTINE IS CALLED. EACH STORE ON THE STORE MASTER HAS ONE  *
      *  RECORD CARRYING THE TAXING JURISDICTION IT REMITS TO AND THE  *
      *  COMBINED RATE THE REGISTER CHARGES, SO A RATE CHANGE IS ONE   *
      *  FILE EDIT FOR THE BOARD STORES AND THE FURNITURE STORES       *
      *  ALIKE. A STORE WITH NO RECORD COMES BACK NOT FOUND AND THE    *
      *  CALLER CHARGES NO TAX.                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  SALES TAX RATE PER STORE, READ ONCE ON THE FIRST CALL  *
           SELECT TAX-RATE-FILE
               ASSIGN TO 'TAXRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TAX-RATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TAX-RATE-REC
           RECORD CONTAINS 40 CHARACTERS.

       01  TAX-RATE-REC.
      *  STORE CODE AS CARRIED ON STORMAST.DAT  *
           05  TR-STORE-CODE       PIC XX.
      *  THE STATE/COUNTY THE STORE'S TAX IS REMITTED TO  *
           05  TR-JURISDICTION     PIC X(20).
      *  COMBINED RATE, E.G. .0725 FOR 7.25 PERCENT  *
           05  TR-RATE             PIC V9(4).
           05  FILLER              PIC X(14).

       WORKING-STORAGE SECTION.
      *  CONTAINS ALL THE DATA FOR THE RATE TABLE, LOADED FROM        *
      *  TAX-RATE-FILE THE FIRST TIME THIS SUBROUTINE IS CALLED       *
       01  TAX-TABLE-DATA.
           05  T-TAX-ENTRY         OCCURS 20  INDEXED BY TAX-IDX.
               10  T-TAX-STORE     PIC XX.
               10  T-TAX-JURIS     PIC X(20).
               10  T-TAX-RATE      PIC V9(4).

      *  SET TO 'N' ONCE THE RATE TABLE HAS BEEN LOADED SO IT ONLY    *
      *  HAPPENS ON THE FIRST CALL                                    *
       01  CBLTAX-SW.
           05  FIRST-CALL-SW       PIC X       VALUE 'Y'.
               88  FIRST-CALL      VALUE 'Y'.
           05  TAX-EOF-SW          PIC X       VALUE 'N'.
               88  TAX-EOF         VALUE 'Y'.
           05  TAX-CNT             PIC 99      VALUE 0.
           05  WS-TR-STATUS        PIC XX      VALUE '00'.

      *  SECTION USED TO BE ABLE TO USE THE "USING" WITH PASSED-DATA  *
       LINKAGE SECTION.
       01  TAX-PASSED-DATA.
           05  TP-STORE-CODE       PIC XX.
           05  TP-JURISDICTION     PIC X(20).
           05  TP-RATE             PIC V9(4).
      *  RETURN CODE: 0 = FOUND, 1 = NO RATE ON FILE FOR THE STORE  *
           05  TP-RETURN-CODE      PIC 9.
               88  TP-FOUND        VALUE 0.
               88  TP-NOT-FOUND    VALUE 1.

      *  LOOKS UP THE RATE FOR A STORE CODE, LOADING THE TABLE ON     *
      *  THE FIRST CALL                                               *
       PROCEDURE DIVISION USING TAX-PASSED-DATA.
       0000-LOOKUP-TAX.
           IF FIRST-CALL
               PERFORM 1000-LOAD-TAX-TABLE
               MOVE 'N' TO FIRST-CALL-SW.

           PERFORM 2000-CODE-LOOKUP.

      *  GOBACK USED TO EXIT THE SUBROUTINE  *
           GOBACK.

      *  LOADS THE RATE TABLE FROM TAXRATE.DAT; A MISSING FILE        *
      *  LEAVES THE TABLE EMPTY AND EVERY STORE UNTAXED               *
       1000-LOAD-TAX-TABLE.
           MOVE SPACES TO TAX-TABLE-DATA.
           MOVE 0 TO TAX-CNT.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TR-STATUS = '00'
               PERFORM 1100-READ-TAX-REC
                   UNTIL TAX-EOF
               CLOSE TAX-RATE-FILE.

       1100-READ-TAX-REC.
           READ TAX-RATE-FILE
               AT END
                   MOVE 'Y' TO TAX-EOF-SW
               NOT AT END
                   IF TAX-CNT < 20
                       ADD 1 TO TAX-CNT
                       MOVE TR-STORE-CODE   TO T-TAX-STORE(TAX-CNT)
                       MOVE TR-JURISDICTION TO T-TAX-JURIS(TAX-CNT)
                       MOVE TR-RATE         TO T-TAX-RATE(TAX-CNT)
                   END-IF
           END-READ.

      *  LOOKS UP THE RATE FOR A GIVEN STORE CODE. THE SEARCH STOPS   *
      *  AT THE LOADED COUNT SO A BLANK CODE CAN'T MATCH AN EMPTY     *
      *  TABLE SLOT                                                   *
       2000-CODE-LOOKUP.
           MOVE 1 TO TP-RETURN-CODE.
           MOVE 'NO RATE ON FILE' TO TP-JURISDICTION.
           MOVE 0 TO TP-RATE.
           SET TAX-IDX TO 1.
           SEARCH T-TAX-ENTRY
               AT END
                   CONTINUE
               WHEN TAX-IDX > TAX-CNT
                   CONTINUE
               WHEN T-TAX-STORE(TAX-IDX) = TP-STORE-CODE
                   MOVE T-TAX-JURIS(TAX-IDX) TO TP-JURISDICTION
                   MOVE T-TAX-RATE(TAX-IDX)  TO TP-RATE
                   MOVE 0 TO TP-RETURN-CODE.
