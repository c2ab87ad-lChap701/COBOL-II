       FD  FURNITURE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS FURNITURE-MASTER-REC
           RECORD CONTAINS 27 CHARACTERS.

       01  FURNITURE-MASTER-REC.
           05  FM-FURN-CODE        PIC 9.
      *  ACTIVE, 'I' = DEACTIVATED - KEPT ON FILE SO OLD SALES       *
      *  STILL RESOLVE                                               *
           05  FM-STATUS           PIC X.
      *  TRUCK SPACE ONE DELIVERY OF THE CATEGORY TAKES, USED ONLY BY *
      *  THE DELIVERY SCHEDULING RUN (COBLSC42)                       *
           05  FM-CUBIC-FT         PIC 9(3).

       FD  LOOKUP-LOG-FILE
           LABEL RECORD IS OMITTED
