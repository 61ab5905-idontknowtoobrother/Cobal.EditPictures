000265*                  "ALREADY SUMMARIZED" WITH NO RECOVERY PATH.
000266*                  A FAILED PROOF NOW LEAVES THE RUN AT 'S'
000267*                  FOR A RERUN ONCE THE INPUT IS FIXED.
000268*  10/15/2026 TWK  EACH GLSUM-OUT RECORD NOW CARRIES THE RUN ID
000269*                  IT WAS SUMMARIZED FROM, IN THE SAME COLUMNS
000270*                  AS GL-RUN-ID ON THE DETAIL EXTRACT, SO THE
000271*                  LIISTING9-24 GL BALANCE POSTING CAN REFUSE A
000272*                  RUN IT HAS ALREADY APPLIED.
000273*----------------------------------------------------------------
000274 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT GL-IN ASSIGN TO "GL-OUT"
000570     05  GLSUM-BLANK-INSERTED-AMOUNT
000580                                 PIC X(14).
000590     05  GLSUM-DR-CR-CODE        PIC X(01).
000591     05  FILLER                  PIC X(23).
000592     05  GLSUM-RUN-ID            PIC X(10).
000610
000620 FD  RECAP-OUT
000630     LABEL RECORDS ARE STANDARD.
002600     MOVE SPACES TO GLSUM-RECORD
002610     MOVE CURRENT-ACCOUNT-CODE TO GLSUM-ACCOUNT-CODE
002620     MOVE CURRENT-DATE-KEY TO GLSUM-DATE-OUT
002621     MOVE CONSUMED-RUN-ID TO GLSUM-RUN-ID
002630     MOVE GROUP-TOTAL TO NUMERICVALUE
002640     MOVE NUMERICVALUE TO EDIT8
002650     MOVE EDIT8 TO GLSUM-ZERO-FILLED-AMOUNT
