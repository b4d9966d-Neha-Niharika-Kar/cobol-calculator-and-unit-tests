      * Built for CALCCICS and CALCWEB front ends whose users cannot   *
      * reasonably assemble a CALCCHN operand/operator table, and for  *
      * whom CALCCHN's strict left-to-right rule ("2 + 3 * 4" = 20)    *
      * was the wrong answer anyway.                                   *
      * EXPR-CHANNEL rides to every term as LS-CHANNEL, and the        *
      * business date the terms booked to comes back in                *
      * EXPR-BUSINESS-DATE (zero when no term reached CALCULATOR).     *
      *****************************************************************

       DATA DIVISION.
           MOVE SPACES TO EXPR-ERROR-CODE
           MOVE SPACES TO EXPR-ERROR-MSG
           MOVE ZEROS TO EXPR-ERROR-POSITION
           MOVE ZEROS TO EXPR-BUSINESS-DATE
           MOVE ZEROS TO EXPR-RESULT.

       SCAN-ONE-CHARACTER.
                       MOVE "D" TO LS-OPERATION
               END-EVALUATE
               MOVE EXPR-CALLER-ID TO LS-CALLER-ID
               MOVE EXPR-CHANNEL TO LS-CHANNEL
               SUBTRACT 1 FROM WS-OPERATOR-DEPTH

               CALL "CALCULATOR" USING LS-INPUT-DATA LS-OUTPUT-DATA

               MOVE LS-BUSINESS-DATE TO EXPR-BUSINESS-DATE

               IF LS-STATUS-SUCCESSFUL
                   SUBTRACT 1 FROM WS-OPERAND-DEPTH
                   MOVE LS-RESULT
