              88 D26A-ACTN-UNLOCK        VALUE 'U'.
              88 D26A-ACTN-SAVE          VALUE 'S'.
              88 D26A-ACTN-APRVL-SUBMIT  VALUE 'A'.
              88 D26A-ACTN-CP-RECALL     VALUE 'R'.
              88 D26A-ACTN-RSPNS-EXTEND  VALUE 'E'.
              88 D26A-ACTN-CMPNY-DEACT   VALUE 'C'.
              88 D26A-ACTN-READ-REFUSED  VALUE 'X'.
              88 D26A-ACTN-NOVATION      VALUE 'N'.
              88 D26A-ACTN-SUPERSEDE     VALUE 'Q'.
      *                       MCA_TMPLT_ID
           10 D26A-MCA-TMPLT-ID    PIC S9(9) USAGE COMP.
      *                       CMPNY_ID
