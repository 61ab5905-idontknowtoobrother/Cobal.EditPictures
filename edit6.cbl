000230*                  WHATEVER CHECK SHARES THE LOW SIX DIGITS;
000240*                  THE REPORT'S CHECK COLUMN NOW SHOWS ALL TEN
000250*                  BANK DIGITS.
000251*  10/15/2026 TWK  ONE CLEARED-ITEMS FILE PER DISBURSEMENT BANK.
000252*                  EACH BANKMAST BANK WITH A CLEARED FILE NAME
000253*                  IS RECONCILED IN TURN; AN ITEM THE REGISTER
000254*                  SHOWS DRAWN ON ANOTHER BANK IS SUSPECT.  EACH
000255*                  BANK'S ITEMS RECEIVED ARE PROVED TO ITS
000256*                  CLEARED PLUS SUSPECT TOTALS, AND THE REPORT
000257*                  SHOWS THE BANK ON EVERY DETAIL LINE.
000258*  10/15/2026 TWK  EACH BANK IS PROVED TO ITS REGISTER CHECKS
000259*                  OUTSTANDING; AN EMPTY CLEARED FILE GIVES RC 8.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000291     SELECT OPTIONAL BANK-CLR ASSIGN TO CLEARED-FILE-NAME
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT OPTIONAL CHECK-REG ASSIGN TO "CHECKREG"
000330         ORGANIZATION IS INDEXED
000350         RECORD KEY IS CHECK-REG-NUMBER.
000360     SELECT RECON-OUT ASSIGN TO "RECON-OUT"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000371     SELECT OPTIONAL BANK-MAST ASSIGN TO "BANKMAST"
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS BANK-CODE.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000450 FD  CHECK-REG
000460     LABEL RECORDS ARE STANDARD.
000470     COPY CHKREG.
000471
000472 FD  BANK-MAST
000473     LABEL RECORDS ARE STANDARD.
000474     COPY BANKREC.
000480
000490 FD  RECON-OUT
000500     LABEL RECORDS ARE STANDARD.
000650     05  RECON-AMOUNT-OUT        PIC $$,$$$,$$9.99CR.
000660     05  FILLER                  PIC X(02).
000670     05  RECON-NOTE-OUT          PIC X(20).
000671     05  FILLER                  PIC X(02).
000672     05  RECON-BANK-OUT          PIC X(04).
000673     05  FILLER                  PIC X(19).
000690 01  RECON-TOTAL-LINE.
000700     05  RECON-TOTAL-LABEL       PIC X(28).
000710     05  RECON-TOTAL-COUNT       PIC ZZ,ZZ9.
000790     88 END-OF-BANK-CLR                   VALUE 'Y'.
000800 77 REG-EOF-SWITCH     PIC X(01)          VALUE 'N'.
000810     88 END-OF-REGISTER                   VALUE 'Y'.
000811 77 SCAN-EOF-SWITCH    PIC X(01)          VALUE 'N'.
000812     88 END-OF-BANK-SCAN                  VALUE 'Y'.
000820 77 RUN-DATE-YMD       PIC 9(08)          VALUE ZERO.
000830 77 AGE-30-DATE        PIC 9(08)          VALUE ZERO.
000840 77 AGE-60-DATE        PIC 9(08)          VALUE ZERO.
000990 77 AGE-61-90-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
001000 77 AGE-OVER-90-COUNT  PIC 9(07) COMP     VALUE ZERO.
001010 77 AGE-OVER-90-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
001011
001012*----------------------------------------------------------------
001013*  DISBURSEMENT BANKS.  EACH BANK'S CLEARED FILE IS NAMED FROM
001014*  THE BANK TABLE AND PROVED AGAINST THE REGISTER'S OUTSTANDING.
001015*----------------------------------------------------------------
001016 77 BANK-TABLE-EOF-SWITCH PIC X(01)       VALUE 'N'.
001017     88 END-OF-BANK-MAST                  VALUE 'Y'.
001018 77 BANK-RECEIVED-COUNT PIC 9(07) COMP    VALUE ZERO.
001019 77 BANK-RECEIVED-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
001020 77 BANK-CLEARED-COUNT PIC 9(07) COMP     VALUE ZERO.
001021 77 BANK-CLEARED-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
001022 77 BANK-SUSPECT-COUNT PIC 9(07) COMP     VALUE ZERO.
001023 77 BANK-SUSPECT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
001024 77 BANK-OPEN-COUNT    PIC 9(07) COMP     VALUE ZERO.
001025 77 BANK-OPEN-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
001026 77 BANK-SCAN-COUNT    PIC 9(07) COMP     VALUE ZERO.
001027 77 BANK-SCAN-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
001028 01 CLEARED-FILE-NAME  PIC X(12)          VALUE SPACES.
001029
001030 PROCEDURE DIVISION.
001040 BEGIN.
001050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001051     PERFORM 1500-RECONCILE-BANK THRU 1500-EXIT
001052         UNTIL END-OF-BANK-MAST
001080     PERFORM 2500-SCAN-OUTSTANDING THRU 2500-EXIT
001090     PERFORM 3000-TERMINATE THRU 3000-EXIT
001100     GOBACK
001120
001130*----------------------------------------------------------------
001140*  1000-INITIALIZE - OPEN THE FILES, DATE THE AGING BOUNDARIES,
001141*  PRINT THE REPORT HEADINGS AND POSITION THE BANK TABLE
001160*----------------------------------------------------------------
001170 1000-INITIALIZE.
001180     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
001220         (FUNCTION INTEGER-OF-DATE(RUN-DATE-YMD) - 60)
001230     COMPUTE AGE-90-DATE = FUNCTION DATE-OF-INTEGER
001240         (FUNCTION INTEGER-OF-DATE(RUN-DATE-YMD) - 90)
001260     OPEN I-O CHECK-REG
001261     OPEN INPUT BANK-MAST
001270     OPEN OUTPUT RECON-OUT
001280     MOVE SPACES TO RECON-HEADING-LINE
001290     MOVE 'LIISTING9-6 - CHECK RECONCILIATION AS OF'
001340     MOVE 'SECTION       CHECK       DATE        PAYEE
001350-        '                             AMOUNT'
001360         TO RECON-COLUMN-LINE
001361     MOVE 'BANK' TO RECON-COLUMN-LINE (110:4)
001370     WRITE RECON-COLUMN-LINE
001380     MOVE SPACES TO RECON-BLANK-LINE
001390     WRITE RECON-BLANK-LINE
001391     MOVE SPACES TO BANK-CODE
001392     START BANK-MAST KEY NOT LESS THAN BANK-CODE
001393         INVALID KEY SET END-OF-BANK-MAST TO TRUE
001394     END-START
001410     .
001420 1000-EXIT.
001430     EXIT.
001490     .
001500 1100-EXIT.
001510     EXIT.
001511
001512*----------------------------------------------------------------
001513*  1500-RECONCILE-BANK - TAKE THE NEXT BANK OFF THE TABLE.  A
001514*  BANK WITH A CLEARED FILE NAME HAS ITS FILE MATCHED AGAINST
001515*  THE REGISTER AND ITS OWN TOTALS PRINTED AND PROVED.
001516*----------------------------------------------------------------
001517 1500-RECONCILE-BANK.
001518     READ BANK-MAST NEXT
001519         AT END SET END-OF-BANK-MAST TO TRUE
001520         NOT AT END
001521             IF BANK-CLEARED-FILE NOT = SPACES
001522                 PERFORM 1600-MATCH-BANK-FILE THRU 1600-EXIT
001523             END-IF
001524     END-READ
001525     .
001526 1500-EXIT.
001527     EXIT.
001528
001529 1600-MATCH-BANK-FILE.
001530     MOVE BANK-CLEARED-FILE TO CLEARED-FILE-NAME
001531     MOVE ZERO TO BANK-RECEIVED-COUNT
001532     MOVE ZERO TO BANK-RECEIVED-TOTAL
001533     MOVE ZERO TO BANK-CLEARED-COUNT
001534     MOVE ZERO TO BANK-CLEARED-TOTAL
001535     MOVE ZERO TO BANK-SUSPECT-COUNT
001536     MOVE ZERO TO BANK-SUSPECT-TOTAL
001537     PERFORM 3300-TOTAL-BANK-OUTSTANDING THRU 3300-EXIT
001538     MOVE BANK-SCAN-COUNT TO BANK-OPEN-COUNT
001539     MOVE BANK-SCAN-TOTAL TO BANK-OPEN-TOTAL
001540     OPEN INPUT BANK-CLR
001541     MOVE 'N' TO BANK-EOF-SWITCH
001542     PERFORM 1100-READ-BANK-CLR THRU 1100-EXIT
001543     PERFORM 2000-MATCH-BANK-ITEM THRU 2000-EXIT
001544         UNTIL END-OF-BANK-CLR
001545     CLOSE BANK-CLR
001546     IF BANK-RECEIVED-COUNT = ZERO
001547         DISPLAY "*** BANK " BANK-CODE " CLEARED FILE "
001548             CLEARED-FILE-NAME " MISSING OR EMPTY"
001549         MOVE 8 TO RETURN-CODE
001550     END-IF
001551     PERFORM 3300-TOTAL-BANK-OUTSTANDING THRU 3300-EXIT
001552     PERFORM 1700-PRINT-BANK-TOTALS THRU 1700-EXIT
001553     .
001554 1600-EXIT.
001555     EXIT.
001556
001557*----------------------------------------------------------------
001558*  1700-PRINT-BANK-TOTALS - THE BANK'S OWN TOTALS, FOLLOWED BY
001559*  ITS PROOF AGAINST THE REGISTER.  THE BANK'S CLEARED FILE IS
001560*  OPTIONAL, SO A BANK THAT SENDS NOTHING IS CAUGHT IN 1600
001561*  INSTEAD OF PASSING AS A QUIET MONTH.
001562*----------------------------------------------------------------
001563 1700-PRINT-BANK-TOTALS.
001564     MOVE SPACES TO RECON-BLANK-LINE
001565     WRITE RECON-BLANK-LINE
001566     MOVE SPACES TO RECON-TOTAL-LINE
001567     STRING 'BANK ' BANK-CODE ' ITEMS RECEIVED'
001568         DELIMITED BY SIZE INTO RECON-TOTAL-LABEL
001569     MOVE BANK-RECEIVED-COUNT TO RECON-TOTAL-COUNT
001570     MOVE BANK-RECEIVED-TOTAL TO RECON-TOTAL-AMOUNT
001571     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
001572     STRING 'BANK ' BANK-CODE ' CHECKS CLEARED'
001573         DELIMITED BY SIZE INTO RECON-TOTAL-LABEL
001574     MOVE BANK-CLEARED-COUNT TO RECON-TOTAL-COUNT
001575     MOVE BANK-CLEARED-TOTAL TO RECON-TOTAL-AMOUNT
001576     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
001577     STRING 'BANK ' BANK-CODE ' SUSPECT ITEMS'
001578         DELIMITED BY SIZE INTO RECON-TOTAL-LABEL
001579     MOVE BANK-SUSPECT-COUNT TO RECON-TOTAL-COUNT
001580     MOVE BANK-SUSPECT-TOTAL TO RECON-TOTAL-AMOUNT
001581     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
001582     PERFORM 3200-PROVE-BANK THRU 3200-EXIT
001583     MOVE SPACES TO RECON-BLANK-LINE
001584     WRITE RECON-BLANK-LINE
001585     .
001586 1700-EXIT.
001587     EXIT.
001588
001589*----------------------------------------------------------------
001590*  2000-MATCH-BANK-ITEM - LOOK ONE CLEARED BANK ITEM UP ON THE
001591*  REGISTER.  A CLEAN MATCH MARKS THE REGISTER RECORD CLEARED;
001592*  ANYTHING ELSE IS REPORTED AS SUSPECT.  A BANK CHECK NUMBER
001593*  BEYOND THE REGISTER'S SIX DIGITS CANNOT BE ONE OF OURS AND
001594*  GOES STRAIGHT TO BANK ONLY - TRUNCATING IT INTO THE KEY
001595*  WOULD ALIAS ONTO WHATEVER CHECK SHARES THE LOW SIX DIGITS.
001600*----------------------------------------------------------------
001610 2000-MATCH-BANK-ITEM.
001620     COMPUTE BANK-AMOUNT-VALUE = BANK-CLR-AMOUNT-CENTS / 100
001621     ADD 1 TO BANK-RECEIVED-COUNT
001622     ADD BANK-AMOUNT-VALUE TO BANK-RECEIVED-TOTAL
001630     IF BANK-CLR-CHECK-NUMBER > 999999
001640         PERFORM 2200-PRINT-BANK-ONLY THRU 2200-EXIT
001650     ELSE
001790*----------------------------------------------------------------
001800*  2100-MATCH-REGISTER - THE BANK ITEM FOUND A REGISTER RECORD.
001810*  VOIDED CHECKS THE BANK PAID AND AMOUNT MISMATCHES GO TO THE
001811*  SUSPECT SECTION; A CLEAN MATCH IS MARKED CLEARED.  A CHECK
001812*  THE REGISTER SHOWS DRAWN ON ANOTHER BANK IS SUSPECT TOO -
001813*  IT WAS PRINTED ON THE WRONG STOCK OR THE BANK MISKEYED IT.
001830*----------------------------------------------------------------
001840 2100-MATCH-REGISTER.
001850     EVALUATE TRUE
001851         WHEN CHECK-REG-BANK-CODE NOT = BANK-CODE
001852             MOVE 'DRAWN ON OTHER BANK' TO SUSPECT-NOTE
001853             PERFORM 2300-PRINT-SUSPECT THRU 2300-EXIT
001860         WHEN CHECK-REG-VOIDED
001870             MOVE 'VOIDED CHECK PAID' TO SUSPECT-NOTE
001880             PERFORM 2300-PRINT-SUSPECT THRU 2300-EXIT
001990             END-REWRITE
002000             ADD 1 TO CLEARED-COUNT
002010             ADD BANK-AMOUNT-VALUE TO CLEARED-TOTAL
002011             ADD 1 TO BANK-CLEARED-COUNT
002012             ADD BANK-AMOUNT-VALUE TO BANK-CLEARED-TOTAL
002020             PERFORM 2400-PRINT-CLEARED THRU 2400-EXIT
002030     END-EVALUATE
002040     .
002160     MOVE BANK-CLR-DATE TO RECON-DATE-OUT
002170     MOVE BANK-AMOUNT-VALUE TO RECON-AMOUNT-OUT
002180     MOVE 'NOT ON REGISTER' TO RECON-NOTE-OUT
002181     MOVE BANK-CODE TO RECON-BANK-OUT
002190     WRITE RECON-DETAIL-LINE
002200     ADD 1 TO SUSPECT-COUNT
002210     ADD BANK-AMOUNT-VALUE TO SUSPECT-TOTAL
002211     ADD 1 TO BANK-SUSPECT-COUNT
002212     ADD BANK-AMOUNT-VALUE TO BANK-SUSPECT-TOTAL
002220     .
002230 2200-EXIT.
002240     EXIT.
002350     MOVE CHECK-REG-DATE TO RECON-DATE-OUT
002360     MOVE CHECK-REG-PAYEE TO RECON-PAYEE-OUT
002370     MOVE BANK-AMOUNT-VALUE TO RECON-AMOUNT-OUT
002371     MOVE BANK-CODE TO RECON-BANK-OUT
002380     WRITE RECON-DETAIL-LINE
002390     ADD 1 TO SUSPECT-COUNT
002400     ADD BANK-AMOUNT-VALUE TO SUSPECT-TOTAL
002401     ADD 1 TO BANK-SUSPECT-COUNT
002402     ADD BANK-AMOUNT-VALUE TO BANK-SUSPECT-TOTAL
002410     .
002420 2300-EXIT.
002430     EXIT.
002490     MOVE CHECK-REG-DATE TO RECON-DATE-OUT
002500     MOVE CHECK-REG-PAYEE TO RECON-PAYEE-OUT
002510     MOVE BANK-AMOUNT-VALUE TO RECON-AMOUNT-OUT
002511     MOVE BANK-CODE TO RECON-BANK-OUT
002520     WRITE RECON-DETAIL-LINE
002530     .
002540 2400-EXIT.
002880     MOVE CHECK-REG-DATE TO RECON-DATE-OUT
002890     MOVE CHECK-REG-PAYEE TO RECON-PAYEE-OUT
002900     MOVE CHECK-REG-AMOUNT TO RECON-AMOUNT-OUT
002901     MOVE CHECK-REG-BANK-CODE TO RECON-BANK-OUT
002910     ADD 1 TO OUTSTANDING-COUNT
002920     ADD CHECK-REG-AMOUNT TO OUTSTANDING-TOTAL
002930     EVALUATE TRUE
003480     MOVE AGE-OVER-90-COUNT TO RECON-TOTAL-COUNT
003490     MOVE AGE-OVER-90-TOTAL TO RECON-TOTAL-AMOUNT
003500     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
003520     CLOSE CHECK-REG
003521     CLOSE BANK-MAST
003530     CLOSE RECON-OUT
003540     .
003550 3000-EXIT.
003610     .
003620 3100-EXIT.
003630     EXIT.
003631
003632*----------------------------------------------------------------
003633*  3200-PROVE-BANK - THE CHECKS THIS BANK HAD OUTSTANDING ON THE
003634*  REGISTER BEFORE ITS CLEARED FILE WAS MATCHED MUST EQUAL THE
003635*  CHECKS CLEARED THIS RUN PLUS THOSE STILL OUTSTANDING AFTER.
003636*  THE CLEARED FIGURES COME FROM THE BANK'S ITEMS AND THE OTHER
003637*  TWO FROM THE REGISTER, SO A CLEAR THAT DID NOT REACH THE
003638*  REGISTER SHOWS HERE.  ANY DIFFERENCE ENDS THE RUN WITH
003639*  RETURN CODE 8, THE SAME CONVENTION AS THE LIISTING9-7 PROOF.
003640*----------------------------------------------------------------
003641 3200-PROVE-BANK.
003642     STRING 'BANK ' BANK-CODE ' OUTSTANDING BEFORE'
003643         DELIMITED BY SIZE INTO RECON-TOTAL-LABEL
003644     MOVE BANK-OPEN-COUNT TO RECON-TOTAL-COUNT
003645     MOVE BANK-OPEN-TOTAL TO RECON-TOTAL-AMOUNT
003646     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
003647     STRING 'BANK ' BANK-CODE ' STILL OUTSTANDING'
003648         DELIMITED BY SIZE INTO RECON-TOTAL-LABEL
003649     MOVE BANK-SCAN-COUNT TO RECON-TOTAL-COUNT
003650     MOVE BANK-SCAN-TOTAL TO RECON-TOTAL-AMOUNT
003651     PERFORM 3100-WRITE-TOTAL-LINE THRU 3100-EXIT
003652     IF BANK-OPEN-COUNT NOT =
003653             BANK-CLEARED-COUNT + BANK-SCAN-COUNT
003654         OR BANK-OPEN-TOTAL NOT =
003655             BANK-CLEARED-TOTAL + BANK-SCAN-TOTAL
003656         DISPLAY "*** BANK " BANK-CODE
003657             " DOES NOT PROVE TO THE CHECK REGISTER"
003658         MOVE 8 TO RETURN-CODE
003659     END-IF
003660     .
003661 3200-EXIT.
003662     EXIT.
003663
003664*----------------------------------------------------------------
003665*  3300-TOTAL-BANK-OUTSTANDING - COUNT AND TOTAL THE REGISTER
003666*  CHECKS DRAWN ON THIS BANK THAT ARE OUTSTANDING RIGHT NOW.
003667*----------------------------------------------------------------
003668 3300-TOTAL-BANK-OUTSTANDING.
003669     MOVE ZERO TO BANK-SCAN-COUNT
003670     MOVE ZERO TO BANK-SCAN-TOTAL
003671     MOVE 'N' TO SCAN-EOF-SWITCH
003672     MOVE ZERO TO CHECK-REG-NUMBER
003673     START CHECK-REG KEY NOT LESS THAN CHECK-REG-NUMBER
003674         INVALID KEY SET END-OF-BANK-SCAN TO TRUE
003675     END-START
003676     PERFORM 3310-SCAN-BANK-RECORD THRU 3310-EXIT
003677         UNTIL END-OF-BANK-SCAN
003678     .
003679 3300-EXIT.
003680     EXIT.
003681
003682 3310-SCAN-BANK-RECORD.
003683     READ CHECK-REG NEXT
003684         AT END SET END-OF-BANK-SCAN TO TRUE
003685         NOT AT END
003686             IF CHECK-REG-OUTSTANDING
003687                     AND CHECK-REG-BANK-CODE = BANK-CODE
003688                 ADD 1 TO BANK-SCAN-COUNT
003689                 ADD CHECK-REG-AMOUNT TO BANK-SCAN-TOTAL
003690             END-IF
003691     END-READ
003692     .
003693 3310-EXIT.
003694     EXIT.
