      *                                                                *
      *    USED BY     CONDITIONALS                                   *
      *                                                                *
      *    A REVERSAL IS POSTED AS A 'V' ENTRY UNDER THE ORIGINAL      *
      *    POSTING'S CLASS1 AND REGION WITH NEGATIVE NUM1/NUM2, SO     *
      *    ANY TOTAL TAKEN ACROSS THE FILE NETS IT OUT.                *
      *                                                                *
      ******************************************************************
       01  CO-CLASS-RECORD.
           05  CO-CLASS1               PIC X(9).
           05  CO-NUM1                 PIC S9(9).
           05  CO-NUM2                 PIC S9(9).
           05  CO-REGION               PIC X(03).
           05  CO-ENTRY-TYPE           PIC X(01).
               88  CO-POSTING-ENTRY               VALUE 'P' SPACE.
               88  CO-REVERSAL-ENTRY              VALUE 'V'.
