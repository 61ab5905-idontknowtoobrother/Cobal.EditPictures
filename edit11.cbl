000240*                  ESCHEAT.  THE VOIDED STATUS ALSO PUTS A STOP
000250*                  ON THE NEXT LIISTING9-5 POSITIVE-PAY
000260*                  TRANSMISSION.
000261*  10/15/2026 TWK  EVERY STALEGL RECORD NOW CARRIES A BATCH ID
000262*                  IN GL-RUN-ID ('S' + YYDDD + HHMM OF THE RUN)
000263*                  SO THE LIISTING9-24 GL BALANCE POSTING CAN
000264*                  APPLY THE BACK-OUTS TO GLBALMST EXACTLY ONCE.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000990 77 SCANNED-COUNT      PIC 9(07) COMP     VALUE ZERO.
001000 77 STALE-COUNT        PIC 9(05) COMP     VALUE ZERO.
001010 77 STALE-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
001011 77 RUN-TIME-NOW       PIC 9(08)          VALUE ZERO.
001012 01 STALE-BATCH-ID.
001013     05 STALE-BATCH-PREFIX PIC X(01)      VALUE 'S'.
001014     05 STALE-BATCH-DAY    PIC 9(05)      VALUE ZERO.
001015     05 STALE-BATCH-TIME   PIC 9(04)      VALUE ZERO.
001020 01 EDIT-SCANNED-COUNT PIC Z,ZZZ,ZZ9.
001030 01 EDIT-STALE-COUNT   PIC ZZ,ZZ9.
001040
001190*----------------------------------------------------------------
001200 1000-INITIALIZE.
001210     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
001211     ACCEPT STALE-BATCH-DAY FROM DAY
001212     ACCEPT RUN-TIME-NOW FROM TIME
001213     MOVE RUN-TIME-NOW (1:4) TO STALE-BATCH-TIME
001220     OPEN INPUT STALE-CTL
001230     READ STALE-CTL
001240         AT END
002160     MOVE EDIT8 TO GL-ZERO-FILLED-AMOUNT
002170     MOVE NUMERICVALUE TO EDIT9
002180     MOVE EDIT9 TO GL-BLANK-INSERTED-AMOUNT
002181     MOVE STALE-BATCH-ID TO GL-RUN-ID
002190     IF NUMERICVALUE < ZERO
002200         MOVE 'C' TO GL-DR-CR-CODE
002210     ELSE
002750     DISPLAY "----------------------------------------"
002760     DISPLAY "REGISTER RECORDS READ. . " EDIT-SCANNED-COUNT
002770     DISPLAY "CHECKS STALE-DATED . . . " EDIT-STALE-COUNT
002771     DISPLAY "STALEGL BATCH ID . . . . " STALE-BATCH-ID
002780     .
002790 3000-EXIT.
002800     EXIT.
