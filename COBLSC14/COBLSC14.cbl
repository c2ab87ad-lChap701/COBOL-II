      *  ONE ARCHIVED STAY IN THE RESERVATION MASTER LAYOUT  *
       FD  ARCHIVE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS VAL-REC.

      *  CPY FILE THAT CONTAINS VAL-REC LAYOUT, THE SAME COPYBOOK     *
