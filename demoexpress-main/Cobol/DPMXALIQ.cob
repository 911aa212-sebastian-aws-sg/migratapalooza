      * 08/22/2026        001       COGNIZANT                          *
      *                             INITIAL IMPLEMENTATION.            *
      *                                                                *
      * 10/15/2026        002       COGNIZANT                          *
      *                             DESCRIBES THE DPMXTRCL             *
      *                             COUNTERPARTY RECALL ('R') AND      *
      *                             DEADLINE EXTENSION ('E') ACTIONS.  *
      *                                                                *
      * 10/15/2026        003       COGNIZANT                          *
      *                             DESCRIBES THE DPMXCDAC COMPANY     *
      *                             DEACTIVATION ('C') ACTION.         *
      *                                                                *
      * 10/15/2026        004       COGNIZANT                          *
      *                             DESCRIBES THE DPMXNOVN / DPMXNOVX  *
      *                             CLIENT NOVATION ('N') ACTION.      *
      *                                                                *
      * 10/15/2026        005       COGNIZANT                          *
      *                             DESCRIBES THE DPMXSPRS SUPERSEDE   *
      *                             ('Q') ACTION.                      *
      *                                                                *
      ******************************************************************
      *                                                                *
       ENVIRONMENT DIVISION.
                 MOVE 'SAVE      '          TO WS-ACTN-DESC
              WHEN D26A-ACTN-APRVL-SUBMIT
                 MOVE 'APRVL-SBMT'          TO WS-ACTN-DESC
              WHEN D26A-ACTN-CP-RECALL
                 MOVE 'CP-RECALL '          TO WS-ACTN-DESC
              WHEN D26A-ACTN-RSPNS-EXTEND
                 MOVE 'DDLN-EXTND'          TO WS-ACTN-DESC
              WHEN D26A-ACTN-CMPNY-DEACT
                 MOVE 'CMPNY-DEAC'          TO WS-ACTN-DESC
              WHEN D26A-ACTN-NOVATION
                 MOVE 'NOVATION  '          TO WS-ACTN-DESC
              WHEN D26A-ACTN-SUPERSEDE
                 MOVE 'SUPERSEDE '          TO WS-ACTN-DESC
              WHEN OTHER
                 MOVE D26A-ACTN-CD          TO WS-ACTN-DESC
           END-EVALUATE
