             MCA_DOC_OBJ_TX                 BLOB(2097152) NOT NULL,
             DOC_CHKSM_NB                   DECIMAL(18, 0) NOT NULL,
             DOC_VRSN_NB                    SMALLINT NOT NULL,
             PRED_VALUE_ID                  DECIMAL(18, 0) NOT NULL,
             DOC_KIND_CD                    CHAR(4) NOT NULL,
             DOC_EXPRY_DT                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE NSCC.VDPM12_MCA_DOC                *
           10 D012-DOC-VRSN-NB    PIC S9(4) USAGE COMP.
      *                       PRED_VALUE_ID
           10 D012-PRED-VALUE-ID  PIC S9(18)V USAGE COMP-3.
      *                       DOC_KIND_CD
           10 D012-DOC-KIND-CD     PIC X(04).
      *                       DOC_EXPRY_DT
           10 D012-DOC-EXPRY-DT    PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVDPM12-MCA-DOC.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 15 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
