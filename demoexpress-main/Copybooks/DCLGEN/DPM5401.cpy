              88 D54A-SGNR-SIGNED        VALUE 'G'.
              88 D54A-SGNR-DECLINED      VALUE 'D'.
              88 D54A-SGNR-EXPIRED       VALUE 'X'.
              88 D54A-SGNR-HELD          VALUE 'H'.
      *                       SENT_TS
           10 D54A-SENT-TS         PIC X(26).
      *                       RSPNS_TS
