              88 D30A-ENVLP-SIGNED       VALUE 'G'.
              88 D30A-ENVLP-DECLINED     VALUE 'D'.
              88 D30A-ENVLP-EXPIRED      VALUE 'X'.
              88 D30A-ENVLP-HELD         VALUE 'H'.
      *                       RQST_TS
           10 D30A-RQST-TS         PIC X(26).
      *                       RSPNS_TS
