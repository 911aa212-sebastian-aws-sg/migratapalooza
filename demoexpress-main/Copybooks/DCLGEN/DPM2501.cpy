              88 D25A-ACTN-AMEND         VALUE 'A'.
              88 D25A-ACTN-ENRL-APRV     VALUE 'E'.
              88 D25A-ACTN-DELETE        VALUE 'D'.
              88 D25A-ACTN-READ-ALL      VALUE 'R'.
              88 D25A-ACTN-SGNTRY-LEGAL  VALUE 'G'.
              88 D25A-ACTN-TERMINATE     VALUE 'T'.
              88 D25A-ACTN-SUPERSEDE     VALUE 'U'.
              88 D25A-ACTN-RISK-TIER     VALUE 'K'.
              88 D25A-ACTN-MNTNC-FREEZE  VALUE 'M'.
              88 D25A-ACTN-RGLTY-OBLGN   VALUE 'O'.
      *                       ALLOW_IN
           10 D25A-ALLOW-IN        PIC X(01).
      *                       ROW_UPDT_TS
