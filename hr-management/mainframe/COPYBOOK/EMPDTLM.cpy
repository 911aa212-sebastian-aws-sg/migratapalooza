      *-----------------------------------------------------------------
      *    SYMBOLIC MAP EMPDTLM (MAPSET EMPSET) - EMPLOYEE INQUIRY AND
      *    MAINTENANCE SCREEN USED BY COBCIO19
      *-----------------------------------------------------------------
       01  EMPDTLMI.
           02  FILLER                      PIC X(12).
           02  EMPDTLMEMPNOL               PIC S9(4) COMP.
           02  EMPDTLMEMPNOF               PIC X.
           02  FILLER REDEFINES EMPDTLMEMPNOF.
               03  EMPDTLMEMPNOA           PIC X.
           02  EMPDTLMEMPNOI               PIC X(6).
           02  EMPDTLMNAMEL                PIC S9(4) COMP.
           02  EMPDTLMNAMEF                PIC X.
           02  FILLER REDEFINES EMPDTLMNAMEF.
               03  EMPDTLMNAMEA            PIC X.
           02  EMPDTLMNAMEI                PIC X(30).
           02  EMPDTLMDEPTL                PIC S9(4) COMP.
           02  EMPDTLMDEPTF                PIC X.
           02  FILLER REDEFINES EMPDTLMDEPTF.
               03  EMPDTLMDEPTA            PIC X.
           02  EMPDTLMDEPTI                PIC X(4).
           02  EMPDTLMHDATEL               PIC S9(4) COMP.
           02  EMPDTLMHDATEF               PIC X.
           02  FILLER REDEFINES EMPDTLMHDATEF.
               03  EMPDTLMHDATEA           PIC X.
           02  EMPDTLMHDATEI               PIC X(8).
           02  EMPDTLMBDATEL               PIC S9(4) COMP.
           02  EMPDTLMBDATEF               PIC X.
           02  FILLER REDEFINES EMPDTLMBDATEF.
               03  EMPDTLMBDATEA           PIC X.
           02  EMPDTLMBDATEI               PIC X(8).
           02  EMPDTLMSEXL                 PIC S9(4) COMP.
           02  EMPDTLMSEXF                 PIC X.
           02  FILLER REDEFINES EMPDTLMSEXF.
               03  EMPDTLMSEXA             PIC X.
           02  EMPDTLMSEXI                 PIC X(1).
           02  EMPDTLMSALL                 PIC S9(4) COMP.
           02  EMPDTLMSALF                 PIC X.
           02  FILLER REDEFINES EMPDTLMSALF.
               03  EMPDTLMSALA             PIC X.
           02  EMPDTLMSALI                 PIC X(10).
           02  EMPDTLMBONL                 PIC S9(4) COMP.
           02  EMPDTLMBONF                 PIC X.
           02  FILLER REDEFINES EMPDTLMBONF.
               03  EMPDTLMBONA             PIC X.
           02  EMPDTLMBONI                 PIC X(10).
           02  EMPDTLMCOML                 PIC S9(4) COMP.
           02  EMPDTLMCOMF                 PIC X.
           02  FILLER REDEFINES EMPDTLMCOMF.
               03  EMPDTLMCOMA             PIC X.
           02  EMPDTLMCOMI                 PIC X(10).
           02  EMPDTLMPHONEL               PIC S9(4) COMP.
           02  EMPDTLMPHONEF               PIC X.
           02  FILLER REDEFINES EMPDTLMPHONEF.
               03  EMPDTLMPHONEA           PIC X.
           02  EMPDTLMPHONEI               PIC X(30).
           02  EMPDTLMJOBL                 PIC S9(4) COMP.
           02  EMPDTLMJOBF                 PIC X.
           02  FILLER REDEFINES EMPDTLMJOBF.
               03  EMPDTLMJOBA             PIC X.
           02  EMPDTLMJOBI                 PIC X(8).
           02  EMPDTLMEDLVLL               PIC S9(4) COMP.
           02  EMPDTLMEDLVLF               PIC X.
           02  FILLER REDEFINES EMPDTLMEDLVLF.
               03  EMPDTLMEDLVLA           PIC X.
           02  EMPDTLMEDLVLI               PIC X(8).
           02  EMPDTLMMSGL                 PIC S9(4) COMP.
           02  EMPDTLMMSGF                 PIC X.
           02  FILLER REDEFINES EMPDTLMMSGF.
               03  EMPDTLMMSGA             PIC X.
           02  EMPDTLMMSGI                 PIC X(30).
       01  EMPDTLMO REDEFINES EMPDTLMI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  EMPDTLMEMPNOO               PIC X(6).
           02  FILLER                      PIC X(3).
           02  EMPDTLMNAMEO                PIC X(30).
           02  FILLER                      PIC X(3).
           02  EMPDTLMDEPTO                PIC X(4).
           02  FILLER                      PIC X(3).
           02  EMPDTLMHDATEO               PIC X(8).
           02  FILLER                      PIC X(3).
           02  EMPDTLMBDATEO               PIC X(8).
           02  FILLER                      PIC X(3).
           02  EMPDTLMSEXO                 PIC X(1).
           02  FILLER                      PIC X(3).
           02  EMPDTLMSALO                 PIC X(10).
           02  FILLER                      PIC X(3).
           02  EMPDTLMBONO                 PIC X(10).
           02  FILLER                      PIC X(3).
           02  EMPDTLMCOMO                 PIC X(10).
           02  FILLER                      PIC X(3).
           02  EMPDTLMPHONEO               PIC X(30).
           02  FILLER                      PIC X(3).
           02  EMPDTLMJOBO                 PIC X(8).
           02  FILLER                      PIC X(3).
           02  EMPDTLMEDLVLO               PIC X(8).
           02  FILLER                      PIC X(3).
           02  EMPDTLMMSGO                 PIC X(30).
