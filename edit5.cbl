000167*                  BANK A SECOND ISSUE FILE.  THE EXTRACT'S
000168*                  START, END AND COUNT ARE RECORDED AGAINST
000169*                  THE RUN ID.
000170*  10/15/2026 TWK  ONE POSITIVE-PAY FILE PER DISBURSEMENT BANK.
000171*                  EACH BANKMAST BANK WITH A POSITIVE-PAY FILE
000172*                  NAME GETS ITS OWN TRANSMISSION, NAMED FROM
000173*                  THE BANK TABLE, HOLDING ONLY THE REGISTER
000174*                  CHECKS DRAWN ON IT AND ITS OWN TRAILER.  A
000175*                  REGISTER CHECK WHOSE BANK IS NOT ON BANKMAST
000176*                  OR TAKES NO POSITIVE-PAY FILE IS LISTED AS
000177*                  NOT TRANSMITTED AND THE RUN ENDS WITH RETURN
000178*                  CODE 8.  THE BANK FILES PLUS THE CHECKS NOT
000179*                  TRANSMITTED MUST FOOT TO THE REGISTER.
000180*  10/15/2026 TWK  A RUN WITH CHECKS NOT TRANSMITTED IS NO LONGER
000181*                  MARKED TRANSMITTED ON RUNCTL; IT STAYS STARTED
000182*                  SO THE EXTRACT CAN BE RERUN.
000183*----------------------------------------------------------------
000184 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT OPTIONAL CHECK-REG ASSIGN TO "CHECKREG"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS SEQUENTIAL
000240         RECORD KEY IS CHECK-REG-NUMBER.
000241     SELECT POSPAY-OUT ASSIGN TO POSPAY-FILE-NAME
000260         ORGANIZATION IS LINE SEQUENTIAL.
000261     SELECT OPTIONAL GLCTL-IN ASSIGN TO "GLCTL"
000262         ORGANIZATION IS LINE SEQUENTIAL.
000264         ORGANIZATION IS INDEXED
000265         ACCESS MODE IS RANDOM
000266         RECORD KEY IS RUN-ID.
000267     SELECT OPTIONAL BANK-MAST ASSIGN TO "BANKMAST"
000268         ORGANIZATION IS INDEXED
000269         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS BANK-CODE.
000271
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  CHECK-REG
000366 FD  RUN-CTL
000367     LABEL RECORDS ARE STANDARD.
000368     COPY RUNCTL.
000369
000370 FD  BANK-MAST
000371     LABEL RECORDS ARE STANDARD.
000372     COPY BANKREC.
000373
000380 WORKING-STORAGE SECTION.
000390 77 REG-EOF-SWITCH     PIC X(01)          VALUE 'N'.
000400     88 END-OF-CHECK-REG                  VALUE 'Y'.
000455 77 RUN-TIME-NOW       PIC 9(08)          VALUE ZERO.
000460 01 EDIT-ISSUE-COUNT   PIC Z,ZZZ,ZZ9.
000470 01 EDIT-VOID-COUNT    PIC Z,ZZZ,ZZ9.
000471
000472*----------------------------------------------------------------
000473*  DISBURSEMENT BANKS.  ONE REGISTER PASS PER BANK WRITES THAT
000474*  BANK'S FILE; A LAST PASS COUNTS THE REGISTER AND LISTS ANY
000475*  CHECK NO BANK FILE CARRIED.
000476*----------------------------------------------------------------
000477 77 BANK-EOF-SWITCH    PIC X(01)          VALUE 'N'.
000478     88 END-OF-BANK-MAST                  VALUE 'Y'.
000479 77 BANK-FILE-COUNT    PIC 9(07) COMP     VALUE ZERO.
000480 77 BANK-FILE-CENTS    PIC 9(12) COMP     VALUE ZERO.
000481 77 REGISTER-COUNT     PIC 9(07) COMP     VALUE ZERO.
000482 77 UNSENT-COUNT       PIC 9(07) COMP     VALUE ZERO.
000483 01 POSPAY-FILE-NAME   PIC X(12)          VALUE SPACES.
000484 01 EDIT-BANK-COUNT    PIC Z,ZZZ,ZZ9.
000485 01 EDIT-REGISTER-COUNT PIC Z,ZZZ,ZZ9.
000486 01 EDIT-UNSENT-COUNT  PIC Z,ZZZ,ZZ9.
000487
000490 PROCEDURE DIVISION.
000500 BEGIN.
000510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000511     IF RUN-GATE-OPEN
000512         PERFORM 2000-TRANSMIT-BANK THRU 2000-EXIT
000513             UNTIL END-OF-BANK-MAST
000514         PERFORM 2500-FIND-UNSENT THRU 2500-EXIT
000540         PERFORM 3000-TERMINATE THRU 3000-EXIT
000541     ELSE
000542         PERFORM 3900-REFUSE-RUN THRU 3900-EXIT
000560     .
000570
000580*----------------------------------------------------------------
000581*  1000-INITIALIZE - GATE ON THE RUN CONTROL, THEN POSITION
000582*  THE BANK TABLE AT ITS FIRST BANK
000610*----------------------------------------------------------------
000618 1000-INITIALIZE.
000619     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
000620     OPEN I-O RUN-CTL
000621     PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT
000622     IF RUN-GATE-OPEN
000623         OPEN INPUT BANK-MAST
000624         MOVE SPACES TO BANK-CODE
000625         START BANK-MAST KEY NOT LESS THAN BANK-CODE
000626             INVALID KEY SET END-OF-BANK-MAST TO TRUE
000627         END-START
000628     END-IF
000629     .
000630 1000-EXIT.
000740 1100-EXIT.
000750     EXIT.
000760
000761*----------------------------------------------------------------
000762*  2000-TRANSMIT-BANK - TAKE THE NEXT BANK OFF THE TABLE.  A
000763*  BANK WITH A POSITIVE-PAY FILE NAME GETS ONE PASS OF THE
000764*  REGISTER, WRITING ITS OWN CHECKS AND ITS OWN TRAILER.
000765*----------------------------------------------------------------
000766 2000-TRANSMIT-BANK.
000767     READ BANK-MAST NEXT
000768         AT END SET END-OF-BANK-MAST TO TRUE
000769         NOT AT END
000770             IF BANK-POSPAY-FILE NOT = SPACES
000771                 PERFORM 2050-WRITE-BANK-FILE THRU 2050-EXIT
000772             END-IF
000773     END-READ
000774     .
000775 2000-EXIT.
000776     EXIT.
000777
000778 2050-WRITE-BANK-FILE.
000779     MOVE BANK-POSPAY-FILE TO POSPAY-FILE-NAME
000780     MOVE ZERO TO BANK-FILE-COUNT
000781     MOVE ZERO TO BANK-FILE-CENTS
000782     OPEN OUTPUT POSPAY-OUT
000783     OPEN INPUT CHECK-REG
000784     MOVE 'N' TO REG-EOF-SWITCH
000785     PERFORM 1100-READ-REGISTER THRU 1100-EXIT
000786     PERFORM 2100-TRANSMIT-CHECK THRU 2100-EXIT
000787         UNTIL END-OF-CHECK-REG
000788     CLOSE CHECK-REG
000789     MOVE SPACES TO POSPAY-RECORD
000790     MOVE 'T' TO POSPAY-RECORD-TYPE
000791     MOVE BANK-FILE-COUNT TO POSPAY-TRAILER-COUNT
000792     MOVE BANK-FILE-CENTS TO POSPAY-TRAILER-CENTS
000793     WRITE POSPAY-RECORD
000794     CLOSE POSPAY-OUT
000795     MOVE BANK-FILE-COUNT TO EDIT-BANK-COUNT
000796     DISPLAY "POSITIVE PAY " POSPAY-FILE-NAME " BANK " BANK-CODE
000797         " - CHECKS " EDIT-BANK-COUNT " CENTS " BANK-FILE-CENTS
000798     .
000799 2050-EXIT.
000800     EXIT.
000801
000802*----------------------------------------------------------------
000803*  2100-TRANSMIT-CHECK - WRITE ONE BANK RECORD FOR THE REGISTER
000804*  RECORD IN HAND IF IT IS DRAWN ON THE BANK BEING TRANSMITTED,
000805*  THEN READ THE NEXT.  A VOIDED CHECK TRANSMITS AS A 'V'
000806*  RECORD SO THE BANK STOPS HONORING IT; EVERYTHING ELSE
000810*  TRANSMITS AS AN 'I' ISSUE RECORD.
000820*----------------------------------------------------------------
000821 2100-TRANSMIT-CHECK.
000822     IF CHECK-REG-BANK-CODE = BANK-CODE
000823         PERFORM 2150-WRITE-POSPAY THRU 2150-EXIT
000824     END-IF
000825     PERFORM 1100-READ-REGISTER THRU 1100-EXIT
000826     .
000827 2100-EXIT.
000828     EXIT.
000829
000830 2150-WRITE-POSPAY.
000840     MOVE SPACES TO POSPAY-RECORD
000850     COMPUTE CHECK-CENTS =
000860         FUNCTION ABS(CHECK-REG-AMOUNT) * 100
000980     WRITE POSPAY-RECORD
000990     ADD 1 TO TRANSMIT-COUNT
001000     ADD CHECK-CENTS TO TRANSMIT-CENTS
001001     ADD 1 TO BANK-FILE-COUNT
001002     ADD CHECK-CENTS TO BANK-FILE-CENTS
001020     .
001021 2150-EXIT.
001040     EXIT.
001041
001042*----------------------------------------------------------------
001043*  2500-FIND-UNSENT - A LAST PASS OF THE REGISTER.  EVERY CHECK
001044*  SHOULD HAVE GONE OUT IN ITS BANK'S FILE; ONE WHOSE BANK IS
001045*  NOT ON BANKMAST OR TAKES NO POSITIVE-PAY FILE IS LISTED, AND
001046*  THE BANK FILES PLUS THOSE MUST FOOT TO THE REGISTER COUNT.
001047*----------------------------------------------------------------
001048 2500-FIND-UNSENT.
001049     OPEN INPUT CHECK-REG
001050     MOVE 'N' TO REG-EOF-SWITCH
001051     PERFORM 1100-READ-REGISTER THRU 1100-EXIT
001052     PERFORM 2510-CHECK-REGISTER-BANK THRU 2510-EXIT
001053         UNTIL END-OF-CHECK-REG
001054     CLOSE CHECK-REG
001055     .
001056 2500-EXIT.
001057     EXIT.
001058
001059 2510-CHECK-REGISTER-BANK.
001060     ADD 1 TO REGISTER-COUNT
001061     MOVE CHECK-REG-BANK-CODE TO BANK-CODE
001062     READ BANK-MAST
001063         INVALID KEY
001064             MOVE SPACES TO BANK-POSPAY-FILE
001065     END-READ
001066     IF BANK-POSPAY-FILE = SPACES
001067         ADD 1 TO UNSENT-COUNT
001068         DISPLAY "*** CHECK " CHECK-REG-NUMBER " BANK '"
001069             CHECK-REG-BANK-CODE "' NOT TRANSMITTED"
001070     END-IF
001071     PERFORM 1100-READ-REGISTER THRU 1100-EXIT
001072     .
001073 2510-EXIT.
001074     EXIT.
001075
001076*----------------------------------------------------------------
001077*  3000-TERMINATE - RECORD THE RUN, REPORT IT, AND FOOT THE
001078*  BANK FILES TO THE REGISTER.  CHECKS LEFT OUT OF EVERY BANK
001079*  FILE END THE RUN WITH RETURN CODE 8, AND THE RUN IS LEFT
001080*  STARTED ('S') RATHER THAN TRANSMITTED, SO ONCE THE BANK
001081*  TABLE IS CORRECTED THE EXTRACT CAN BE RERUN FOR IT.
001082*----------------------------------------------------------------
001090 3000-TERMINATE.
001091     IF UNSENT-COUNT = ZERO
001092         PERFORM 3600-COMPLETE-RUN-CONTROL THRU 3600-EXIT
001093     ELSE
001094         CLOSE RUN-CTL
001095         DISPLAY "*** RUN " CONSUMED-RUN-ID
001096             " LEFT OPEN - POSITIVE PAY INCOMPLETE"
001097     END-IF
001142     CLOSE BANK-MAST
001170     MOVE ISSUE-COUNT TO EDIT-ISSUE-COUNT
001180     MOVE VOID-COUNT TO EDIT-VOID-COUNT
001181     MOVE REGISTER-COUNT TO EDIT-REGISTER-COUNT
001182     MOVE UNSENT-COUNT TO EDIT-UNSENT-COUNT
001190     DISPLAY "----------------------------------------"
001200     DISPLAY "ISSUES TRANSMITTED . . . " EDIT-ISSUE-COUNT
001210     DISPLAY "VOIDS TRANSMITTED. . . . " EDIT-VOID-COUNT
001211     DISPLAY "NOT TRANSMITTED. . . . . " EDIT-UNSENT-COUNT
001212     DISPLAY "REGISTER RECORDS . . . . " EDIT-REGISTER-COUNT
001213     IF UNSENT-COUNT NOT = ZERO
001214             OR TRANSMIT-COUNT + UNSENT-COUNT NOT = REGISTER-COUNT
001215         DISPLAY "*** POSITIVE PAY DOES NOT FOOT TO THE REGISTER"
001216         MOVE 8 TO RETURN-CODE
001217     END-IF
001220     .
001230 3000-EXIT.
001240     EXIT.
