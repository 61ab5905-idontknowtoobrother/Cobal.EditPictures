000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LIISTING9-19.
000030 AUTHOR. 62160246.
000040 INSTALLATION. DAILY-BATCH-CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  10/15/2026 TWK  NEW PROGRAM.  ONLINE MAINTENANCE TRANSACTION
000110*                  FOR THE RECURMST RECURRING PAYMENT SCHEDULE
000120*                  MASTER THE LIISTING9-20 CYCLE JOB GENERATES
000130*                  AMTIN BATCHES FROM.  AP CAN ADD A SCHEDULE
000140*                  (VENDOR, ACCOUNT, AMOUNT, CURRENCY, PAY
000150*                  METHOD, FREQUENCY, NEXT DUE DATE AND AN END
000160*                  DATE OR REMAINING-PAYMENT COUNT), CHANGE IT,
000170*                  OR RETIRE IT, SO THE SAME RENT, LEASE AND
000180*                  SUBSCRIPTION PAYMENTS NO LONGER HAVE TO BE
000190*                  KEYED INTO AMTIN EVERY MONTH.  THE VENDOR
000200*                  MUST BE ON VENDMAST - THE CYCLE JOB TAKES THE
000210*                  PAYEE NAME FROM IT.
000211*  10/15/2026 TWK  NEW SIGNON SCREEN.  THE OPERATOR SIGNS ON
000212*                  WITH A PASSWORD AGAINST THE OPERMAST
000213*                  SECURITY MASTER; EVERY ATTEMPT IS WRITTEN TO
000214*                  THE SECLOG SECURITY LOG AND A REFUSED
000215*                  SIGN-ON ENDS THE SESSION.  AN OPERATOR WITH
000216*                  ONLY THE INQUIRE ROLE MAY VIEW A SCHEDULE
000217*                  (ACTION C) BUT NOT CHANGE IT.
000218*  10/15/2026 TWK  THE NEXT DUE DATE, AND THE END DATE WHEN ONE
000219*                  IS KEYED, MUST BE REAL CALENDAR DATES.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SPECIAL-NAMES.
000260     CRT STATUS IS CRT-STATUS-CODE.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OPTIONAL RECUR-MAST ASSIGN TO "RECURMST"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS RANDOM
000320         RECORD KEY IS RECUR-ID.
000330     SELECT OPTIONAL VEND-MAST ASSIGN TO "VENDMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS VEND-ID.
000361     SELECT OPTIONAL OPER-MAST ASSIGN TO "OPERMAST"
000362         ORGANIZATION IS INDEXED
000363         ACCESS MODE IS RANDOM
000364         RECORD KEY IS OPER-ID.
000365     SELECT OPTIONAL SEC-LOG ASSIGN TO "SECLOG"
000366         ORGANIZATION IS LINE SEQUENTIAL.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  RECUR-MAST
000410     LABEL RECORDS ARE STANDARD.
000420     COPY RECURREC.
000430
000440 FD  VEND-MAST
000450     LABEL RECORDS ARE STANDARD.
000460     COPY VENDREC.
000461
000462 FD  OPER-MAST
000463     LABEL RECORDS ARE STANDARD.
000464     COPY OPERREC.
000465
000466 FD  SEC-LOG
000467     LABEL RECORDS ARE STANDARD.
000468     COPY SECLOG.
000470
000480 WORKING-STORAGE SECTION.
000490 77 CRT-STATUS-CODE     PIC 9(04)          VALUE ZERO.
000500 77 EXIT-SWITCH         PIC X(01)          VALUE 'N'.
000510     88 EXIT-REQUESTED                     VALUE 'Y'.
000511 77 RUN-DATE-YMD        PIC 9(08)          VALUE ZERO.
000512 77 RUN-TIME-NOW        PIC 9(08)          VALUE ZERO.
000513 77 SIGNON-SWITCH       PIC X(01)          VALUE 'N'.
000514     88 SIGNON-ACCEPTED                    VALUE 'Y'.
000515 77 SIGNON-ROLE         PIC X(01)          VALUE SPACE.
000516     88 ROLE-INQUIRE                       VALUE 'I' 'U' 'A'.
000517     88 ROLE-UPDATE                        VALUE 'U' 'A'.
000518
000519 01 OPERATOR-ID         PIC X(08)          VALUE SPACES.
000520 01 SIGNON-PASSWORD     PIC X(08)          VALUE SPACES.
000521 01 SIGNON-REASON       PIC X(30)          VALUE SPACES.
000522
000530 01 MAINT-ACTION-KEY    PIC X(01)          VALUE SPACE.
000540     88 ACTION-ADD                         VALUE 'A' 'a'.
000550     88 ACTION-CHANGE                      VALUE 'C' 'c'.
000560     88 ACTION-RETIRE                      VALUE 'R' 'r'.
000570     88 ACTION-EXIT                        VALUE 'X' 'x'.
000580 01 MAINT-RECUR-ID      PIC X(08)          VALUE SPACES.
000590 01 MAINT-VENDOR-ID     PIC X(08)          VALUE SPACES.
000600 01 MAINT-VENDOR-NAME   PIC X(30)          VALUE SPACES.
000610 01 MAINT-ACCOUNT-CODE  PIC X(10)          VALUE SPACES.
000620 01 MAINT-AMOUNT        PIC 9(08)V99       VALUE ZERO.
000630 01 MAINT-CURRENCY-CODE PIC X(03)          VALUE SPACES.
000640 01 MAINT-PAY-METHOD    PIC X(01)          VALUE SPACE.
000650     88 MAINT-PAY-METHOD-VALID             VALUE 'C' 'A'.
000660 01 MAINT-FREQUENCY     PIC X(01)          VALUE SPACE.
000670     88 MAINT-FREQUENCY-VALID              VALUE 'W' 'M' 'Q'.
000680 01 MAINT-NEXT-DUE-DATE PIC 9(08)          VALUE ZERO.
000690 01 MAINT-NEXT-DUE-PARTS REDEFINES MAINT-NEXT-DUE-DATE.
000700     05 MAINT-DUE-YEAR  PIC 9(04).
000710     05 MAINT-DUE-MONTH PIC 9(02).
000730     05 MAINT-DUE-DAY   PIC 9(02).
000750 01 MAINT-END-DATE      PIC 9(08)          VALUE ZERO.
000760 01 MAINT-REMAINING-COUNT
000770                        PIC 9(04)          VALUE ZERO.
000780 01 MAINT-STATUS        PIC X(01)          VALUE SPACE.
000790     88 MAINT-STATUS-VALID                 VALUE 'A' 'R'.
000800 01 MAINT-LAST-PAID-DATE
000810                        PIC 9(08)          VALUE ZERO.
000820 01 MAINT-MESSAGE       PIC X(40)          VALUE SPACES.
000830
000840 SCREEN SECTION.
000841 01 SIGNON-SCREEN.
000842     05 BLANK SCREEN.
000843     05 LINE 01 COLUMN 20 VALUE 'LIISTING9-19 - RECURRING
000844-        ' PAYMENT MAINTENANCE'.
000845     05 LINE 03 COLUMN 05 VALUE 'OPERATOR ID . . . . . . . . .'.
000846     05 LINE 03 COLUMN 38 PIC X(08)
000847        USING OPERATOR-ID.
000848     05 LINE 04 COLUMN 05 VALUE 'PASSWORD. . . . . . . . . . .'.
000849     05 LINE 04 COLUMN 38 PIC X(08)
000850        USING SIGNON-PASSWORD SECURE.
000851     05 LINE 05 COLUMN 05
000852        VALUE 'PRESS ENTER TO BEGIN MAINTENANCE.'.
000853
000854 01 MAINT-SELECT-SCREEN.
000860     05 BLANK SCREEN.
000870     05 LINE 01 COLUMN 20 VALUE 'LIISTING9-19 - RECURRING
000880-        ' PAYMENT MAINTENANCE'.
000890     05 LINE 03 COLUMN 05 PIC X(40) FROM MAINT-MESSAGE.
000900     05 LINE 05 COLUMN 05 VALUE 'ACTION (A=ADD, C=CHANGE,
000910-        ' R=RETIRE, X=EXIT)'.
000920     05 LINE 05 COLUMN 52 PIC X(01)
000930        USING MAINT-ACTION-KEY.
000940     05 LINE 06 COLUMN 05 VALUE 'SCHEDULE ID . . . . . . . . .'.
000950     05 LINE 06 COLUMN 38 PIC X(08)
000960        USING MAINT-RECUR-ID.
000970
000980 01 MAINT-DETAIL-SCREEN.
000990     05 BLANK SCREEN.
001000     05 LINE 01 COLUMN 20 VALUE 'LIISTING9-19 - RECURRING
001010-        ' PAYMENT MAINTENANCE'.
001020     05 LINE 03 COLUMN 05 VALUE 'SCHEDULE ID . . . . . . . . .'.
001030     05 LINE 03 COLUMN 38 PIC X(08) FROM MAINT-RECUR-ID.
001040     05 LINE 05 COLUMN 05 VALUE 'VENDOR ID . . . . . . . . . .'.
001050     05 LINE 05 COLUMN 38 PIC X(08)
001060        USING MAINT-VENDOR-ID.
001070     05 LINE 05 COLUMN 48 PIC X(30) FROM MAINT-VENDOR-NAME.
001080     05 LINE 06 COLUMN 05 VALUE 'ACCOUNT CODE. . . . . . . . .'.
001090     05 LINE 06 COLUMN 38 PIC X(10)
001100        USING MAINT-ACCOUNT-CODE.
001110     05 LINE 07 COLUMN 05 VALUE 'AMOUNT (9(8)V99). . . . . . .'.
001120     05 LINE 07 COLUMN 38 PIC 9(08)V99
001130        USING MAINT-AMOUNT.
001140     05 LINE 08 COLUMN 05 VALUE 'CURRENCY (BLANK = USD). . . .'.
001150     05 LINE 08 COLUMN 38 PIC X(03)
001160        USING MAINT-CURRENCY-CODE.
001170     05 LINE 09 COLUMN 05 VALUE 'PAY METHOD (C=CHECK, A=ACH) .'.
001180     05 LINE 09 COLUMN 38 PIC X(01)
001190        USING MAINT-PAY-METHOD.
001200     05 LINE 10 COLUMN 05 VALUE 'FREQUENCY (W, M OR Q) . . . .'.
001210     05 LINE 10 COLUMN 38 PIC X(01)
001220        USING MAINT-FREQUENCY.
001230     05 LINE 11 COLUMN 05 VALUE 'NEXT DUE DATE (YYYYMMDD). . .'.
001240     05 LINE 11 COLUMN 38 PIC 9(08)
001250        USING MAINT-NEXT-DUE-DATE.
001260     05 LINE 12 COLUMN 05 VALUE 'END DATE (ZERO = NONE). . . .'.
001270     05 LINE 12 COLUMN 38 PIC 9(08)
001280        USING MAINT-END-DATE.
001290     05 LINE 13 COLUMN 05 VALUE 'PAYMENTS LEFT (ZERO = NONE) .'.
001300     05 LINE 13 COLUMN 38 PIC 9(04)
001310        USING MAINT-REMAINING-COUNT.
001320     05 LINE 14 COLUMN 05 VALUE 'STATUS (A=ACTIVE, R=RETIRED).'.
001330     05 LINE 14 COLUMN 38 PIC X(01)
001340        USING MAINT-STATUS.
001350     05 LINE 15 COLUMN 05 VALUE 'LAST GENERATED. . . . . . . .'.
001360     05 LINE 15 COLUMN 38 PIC 9999/99/99
001370        FROM MAINT-LAST-PAID-DATE.
001380     05 LINE 17 COLUMN 05
001390        VALUE 'PRESS ENTER TO APPLY THE CHANGE.'.
001400
001410 PROCEDURE DIVISION.
001420 BEGIN.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001431     IF SIGNON-ACCEPTED
001432         PERFORM 2000-PROCESS-MAINT THRU 2000-EXIT
001433             UNTIL EXIT-REQUESTED
001434         PERFORM 3000-TERMINATE THRU 3000-EXIT
001435     END-IF
001470     GOBACK
001480     .
001490
001500*----------------------------------------------------------------
001501*  1000-INITIALIZE - SIGN THE OPERATOR ON, THEN OPEN THE
001502*  SCHEDULE MASTER FOR UPDATE AND THE VENDOR MASTER FOR LOOKUP.
001503*  THE SCHEDULE FILE IS OPTIONAL SO THE VERY FIRST MAINTENANCE
001504*  SESSION CREATES IT.  A REFUSED SIGN-ON OPENS NOTHING AND THE
001505*  SESSION ENDS.
001540*----------------------------------------------------------------
001550 1000-INITIALIZE.
001551     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
001552     PERFORM 1050-SIGN-ON THRU 1050-EXIT
001553     IF SIGNON-ACCEPTED
001554         OPEN I-O RECUR-MAST
001555         OPEN INPUT VEND-MAST
001556     END-IF
001580     .
001590 1000-EXIT.
001600     EXIT.
001601
001602*----------------------------------------------------------------
001603*  1050-SIGN-ON - CHECK THE OPERATOR AGAINST THE OPERMAST
001604*  SECURITY MASTER.  THE ID MUST BE ON FILE AND ACTIVE, THE
001605*  PASSWORD MUST MATCH, AND THE OPERATOR MUST HOLD A ROLE
001606*  FOR SCHEDULE MAINTENANCE - INQUIRE TO VIEW, UPDATE TO
001607*  CHANGE.  ACCEPTED OR REFUSED, THE ATTEMPT GOES TO THE
001608*  SECURITY LOG.
001609*----------------------------------------------------------------
001610 1050-SIGN-ON.
001611     DISPLAY SIGNON-SCREEN
001612     ACCEPT SIGNON-SCREEN
001613     MOVE SPACES TO SIGNON-REASON
001614     OPEN INPUT OPER-MAST
001615     MOVE OPERATOR-ID TO OPER-ID
001616     READ OPER-MAST
001617         INVALID KEY
001618             MOVE 'OPERATOR NOT ON FILE' TO SIGNON-REASON
001619         NOT INVALID KEY
001620             MOVE OPER-ROLE-RECURRING TO SIGNON-ROLE
001621             EVALUATE TRUE
001622                 WHEN NOT OPER-ACTIVE
001623                     MOVE 'OPERATOR INACTIVE' TO SIGNON-REASON
001624                 WHEN SIGNON-PASSWORD NOT = OPER-PASSWORD
001625                     MOVE 'PASSWORD INCORRECT' TO SIGNON-REASON
001626                 WHEN NOT ROLE-INQUIRE
001627                     MOVE 'NO ROLE FOR 9-19'
001628                         TO SIGNON-REASON
001629                 WHEN OTHER
001630                     SET SIGNON-ACCEPTED TO TRUE
001631             END-EVALUATE
001632     END-READ
001633     CLOSE OPER-MAST
001634     MOVE SPACES TO SEC-LOG-RECORD
001635     IF SIGNON-ACCEPTED
001636         MOVE 'S' TO SEC-EVENT
001637     ELSE
001638         MOVE 'F' TO SEC-EVENT
001639         MOVE SIGNON-REASON TO SEC-REASON
001640         DISPLAY 'SIGN-ON REFUSED: ' SIGNON-REASON
001641         MOVE 8 TO RETURN-CODE
001642     END-IF
001643     OPEN EXTEND SEC-LOG
001644     MOVE RUN-DATE-YMD TO SEC-DATE
001645     ACCEPT RUN-TIME-NOW FROM TIME
001646     MOVE RUN-TIME-NOW (1:6) TO SEC-TIME
001647     MOVE 'LIISTING9-19' TO SEC-PROGRAM
001648     MOVE OPERATOR-ID TO SEC-OPERATOR-ID
001649     WRITE SEC-LOG-RECORD
001650     CLOSE SEC-LOG
001651     .
001652 1050-EXIT.
001653     EXIT.
001654
001655*----------------------------------------------------------------
001656*  2000-PROCESS-MAINT - TAKE ONE ACTION/SCHEDULE-ID SELECTION
001657*  AND APPLY IT.  THE RESULT MESSAGE SHOWS ON THE NEXT
001658*  SELECTION SCREEN.
001660*----------------------------------------------------------------
001670 2000-PROCESS-MAINT.
001680     MOVE SPACE TO MAINT-ACTION-KEY
001690     DISPLAY MAINT-SELECT-SCREEN
001700     ACCEPT MAINT-SELECT-SCREEN
001710     MOVE SPACES TO MAINT-MESSAGE
001720     IF NOT ACTION-EXIT AND MAINT-RECUR-ID = SPACES
001730         MOVE 'SCHEDULE ID REQUIRED' TO MAINT-MESSAGE
001740     ELSE
001750         EVALUATE TRUE
001751             WHEN ACTION-CHANGE AND NOT ROLE-UPDATE
001752                 PERFORM 2600-INQUIRE-SCHEDULE THRU 2600-EXIT
001753             WHEN NOT ACTION-EXIT AND NOT ROLE-UPDATE
001754                 MOVE 'INQUIRY ONLY - USE C TO VIEW'
001755                     TO MAINT-MESSAGE
001760             WHEN ACTION-ADD
001770                 PERFORM 2100-ADD-SCHEDULE THRU 2100-EXIT
001780             WHEN ACTION-CHANGE
001790                 PERFORM 2200-CHANGE-SCHEDULE THRU 2200-EXIT
001800             WHEN ACTION-RETIRE
001810                 PERFORM 2300-RETIRE-SCHEDULE THRU 2300-EXIT
001820             WHEN ACTION-EXIT
001830                 SET EXIT-REQUESTED TO TRUE
001840             WHEN OTHER
001850                 MOVE 'ACTION MUST BE A, C, R OR X'
001860                     TO MAINT-MESSAGE
001870         END-EVALUATE
001880     END-IF
001890     .
001900 2000-EXIT.
001910     EXIT.
001920
001930*----------------------------------------------------------------
001940*  2100-ADD-SCHEDULE - KEY A NEW SCHEDULE.  STATUS DEFAULTS TO
001950*  ACTIVE, PAY METHOD TO CHECK AND FREQUENCY TO MONTHLY, THE
001960*  COMMON CASE.
001970*----------------------------------------------------------------
001980 2100-ADD-SCHEDULE.
001990     MOVE SPACES TO MAINT-VENDOR-ID
002000     MOVE SPACES TO MAINT-VENDOR-NAME
002010     MOVE SPACES TO MAINT-ACCOUNT-CODE
002020     MOVE ZERO TO MAINT-AMOUNT
002030     MOVE SPACES TO MAINT-CURRENCY-CODE
002040     MOVE 'C' TO MAINT-PAY-METHOD
002050     MOVE 'M' TO MAINT-FREQUENCY
002060     MOVE ZERO TO MAINT-NEXT-DUE-DATE
002070     MOVE ZERO TO MAINT-END-DATE
002080     MOVE ZERO TO MAINT-REMAINING-COUNT
002090     MOVE 'A' TO MAINT-STATUS
002100     MOVE ZERO TO MAINT-LAST-PAID-DATE
002110     DISPLAY MAINT-DETAIL-SCREEN
002120     ACCEPT MAINT-DETAIL-SCREEN
002130     PERFORM 2500-EDIT-DETAIL-FIELDS THRU 2500-EXIT
002140     IF MAINT-MESSAGE = SPACES
002150         MOVE SPACES TO RECUR-RECORD
002160         MOVE MAINT-RECUR-ID TO RECUR-ID
002170         MOVE ZERO TO RECUR-NEXT-DUE-DATE
002180         MOVE ZERO TO RECUR-LAST-PAID-DATE
002190         PERFORM 2400-MOVE-FIELDS-TO-MASTER THRU 2400-EXIT
002200         WRITE RECUR-RECORD
002210             INVALID KEY
002220                 MOVE 'SCHEDULE ALREADY ON FILE - NOT ADDED'
002230                     TO MAINT-MESSAGE
002240             NOT INVALID KEY
002250                 MOVE 'SCHEDULE ADDED' TO MAINT-MESSAGE
002260         END-WRITE
002270     END-IF
002280     .
002290 2100-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------------
002330*  2200-CHANGE-SCHEDULE - SHOW THE RECORD ON FILE AND REWRITE
002340*  IT WITH WHATEVER THE OPERATOR KEYED OVER.  THE LAST
002350*  GENERATED DATE IS SHOWN BUT ONLY THE CYCLE JOB MOVES IT.
002360*----------------------------------------------------------------
002370 2200-CHANGE-SCHEDULE.
002380     MOVE MAINT-RECUR-ID TO RECUR-ID
002390     READ RECUR-MAST
002400         INVALID KEY
002410             MOVE 'SCHEDULE NOT ON FILE' TO MAINT-MESSAGE
002420         NOT INVALID KEY
002430             MOVE RECUR-VENDOR-ID TO MAINT-VENDOR-ID
002440             MOVE RECUR-ACCOUNT-CODE TO MAINT-ACCOUNT-CODE
002450             MOVE RECUR-AMOUNT TO MAINT-AMOUNT
002460             MOVE RECUR-CURRENCY-CODE TO MAINT-CURRENCY-CODE
002470             MOVE RECUR-PAY-METHOD TO MAINT-PAY-METHOD
002480             MOVE RECUR-FREQUENCY TO MAINT-FREQUENCY
002490             MOVE RECUR-NEXT-DUE-DATE TO MAINT-NEXT-DUE-DATE
002500             MOVE RECUR-END-DATE TO MAINT-END-DATE
002510             MOVE RECUR-REMAINING-COUNT TO MAINT-REMAINING-COUNT
002520             MOVE RECUR-STATUS TO MAINT-STATUS
002530             MOVE RECUR-LAST-PAID-DATE TO MAINT-LAST-PAID-DATE
002540             PERFORM 2550-LOOK-UP-VENDOR THRU 2550-EXIT
002550             DISPLAY MAINT-DETAIL-SCREEN
002560             ACCEPT MAINT-DETAIL-SCREEN
002570             PERFORM 2500-EDIT-DETAIL-FIELDS THRU 2500-EXIT
002580             IF MAINT-MESSAGE = SPACES
002590                 PERFORM 2400-MOVE-FIELDS-TO-MASTER
002600                     THRU 2400-EXIT
002610                 REWRITE RECUR-RECORD
002620                     INVALID KEY
002630                         MOVE 'REWRITE FAILED - NOT CHANGED'
002640                             TO MAINT-MESSAGE
002650                     NOT INVALID KEY
002660                         MOVE 'SCHEDULE CHANGED'
002670                             TO MAINT-MESSAGE
002680                 END-REWRITE
002690             END-IF
002700     END-READ
002710     .
002720 2200-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------------
002760*  2300-RETIRE-SCHEDULE - MARK THE SCHEDULE RETIRED SO THE
002770*  CYCLE JOB GENERATES NOTHING MORE FROM IT.  THE RECORD STAYS
002780*  ON FILE AS A RECORD OF WHAT WAS PAID.
002790*----------------------------------------------------------------
002800 2300-RETIRE-SCHEDULE.
002810     MOVE MAINT-RECUR-ID TO RECUR-ID
002820     READ RECUR-MAST
002830         INVALID KEY
002840             MOVE 'SCHEDULE NOT ON FILE' TO MAINT-MESSAGE
002850         NOT INVALID KEY
002860             MOVE 'R' TO RECUR-STATUS
002870             REWRITE RECUR-RECORD
002880                 INVALID KEY
002890                     MOVE 'REWRITE FAILED - NOT RETIRED'
002900                         TO MAINT-MESSAGE
002910                 NOT INVALID KEY
002920                     MOVE 'SCHEDULE RETIRED' TO MAINT-MESSAGE
002930             END-REWRITE
002940     END-READ
002950     .
002960 2300-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------------
003000*  2400-MOVE-FIELDS-TO-MASTER - FOLD THE KEYED SCREEN FIELDS
003010*  BACK INTO THE MASTER RECORD AREA
003020*----------------------------------------------------------------
003030 2400-MOVE-FIELDS-TO-MASTER.
003040*    A NEW NEXT DUE DATE RESETS THE DAY OF THE MONTH MONTHLY AND
003050*    QUARTERLY SCHEDULES FALL DUE ON.
003060     IF MAINT-NEXT-DUE-DATE NOT = RECUR-NEXT-DUE-DATE
003070         MOVE MAINT-DUE-DAY TO RECUR-DUE-DAY
003080     END-IF
003090     MOVE MAINT-VENDOR-ID TO RECUR-VENDOR-ID
003100     MOVE MAINT-ACCOUNT-CODE TO RECUR-ACCOUNT-CODE
003110     MOVE MAINT-AMOUNT TO RECUR-AMOUNT
003120     MOVE MAINT-CURRENCY-CODE TO RECUR-CURRENCY-CODE
003130     MOVE MAINT-PAY-METHOD TO RECUR-PAY-METHOD
003140     MOVE MAINT-FREQUENCY TO RECUR-FREQUENCY
003150     MOVE MAINT-NEXT-DUE-DATE TO RECUR-NEXT-DUE-DATE
003160     MOVE MAINT-END-DATE TO RECUR-END-DATE
003170     MOVE MAINT-REMAINING-COUNT TO RECUR-REMAINING-COUNT
003180     MOVE MAINT-STATUS TO RECUR-STATUS
003190     .
003200 2400-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------------
003240*  2500-EDIT-DETAIL-FIELDS - SCREEN EDITS SHARED BY ADD AND
003250*  CHANGE.  THE VENDOR MUST BE ON FILE BECAUSE THE CYCLE JOB
003260*  TAKES THE PAYEE NAME FROM IT; THE ACCOUNT, CURRENCY AND
003270*  VENDOR STATUS ARE LEFT TO LIISTING9-1 TO EDIT WHEN THE
003280*  PAYMENT IS GENERATED, THE SAME AS A KEYED PAYMENT.
003290*----------------------------------------------------------------
003300 2500-EDIT-DETAIL-FIELDS.
003310     PERFORM 2550-LOOK-UP-VENDOR THRU 2550-EXIT
003320     EVALUATE TRUE
003330         WHEN MAINT-VENDOR-NAME = SPACES
003340             MOVE 'VENDOR NOT ON FILE - NOT APPLIED'
003350                 TO MAINT-MESSAGE
003360         WHEN MAINT-ACCOUNT-CODE = SPACES
003370             MOVE 'ACCOUNT CODE REQUIRED - NOT APPLIED'
003380                 TO MAINT-MESSAGE
003390         WHEN MAINT-AMOUNT = ZERO
003400             MOVE 'AMOUNT REQUIRED - NOT APPLIED'
003410                 TO MAINT-MESSAGE
003420         WHEN NOT MAINT-PAY-METHOD-VALID
003430             MOVE 'PAY METHOD MUST BE C OR A - NOT APPLIED'
003440                 TO MAINT-MESSAGE
003450         WHEN NOT MAINT-FREQUENCY-VALID
003460             MOVE 'FREQUENCY MUST BE W, M OR Q - NOT APPLIED'
003470                 TO MAINT-MESSAGE
003471         WHEN FUNCTION TEST-DATE-YYYYMMDD(MAINT-NEXT-DUE-DATE)
003472                 NOT = ZERO
003500             MOVE 'NEXT DUE DATE INVALID - NOT APPLIED'
003510                 TO MAINT-MESSAGE
003511         WHEN MAINT-END-DATE NOT = ZERO
003512                 AND FUNCTION TEST-DATE-YYYYMMDD(MAINT-END-DATE)
003513                     NOT = ZERO
003514             MOVE 'END DATE INVALID - NOT APPLIED'
003515                 TO MAINT-MESSAGE
003520         WHEN MAINT-END-DATE NOT = ZERO
003530                 AND MAINT-END-DATE < MAINT-NEXT-DUE-DATE
003540             MOVE 'END DATE BEFORE NEXT DUE - NOT APPLIED'
003550                 TO MAINT-MESSAGE
003560         WHEN NOT MAINT-STATUS-VALID
003570             MOVE 'STATUS MUST BE A OR R - NOT APPLIED'
003580                 TO MAINT-MESSAGE
003590         WHEN OTHER
003600             CONTINUE
003610     END-EVALUATE
003620     .
003630 2500-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------------
003670*  2550-LOOK-UP-VENDOR - SHOW THE VENDOR'S NAME BESIDE ITS ID;
003680*  SPACES MEANS THE VENDOR IS NOT ON FILE
003690*----------------------------------------------------------------
003700 2550-LOOK-UP-VENDOR.
003710     MOVE SPACES TO MAINT-VENDOR-NAME
003720     IF MAINT-VENDOR-ID NOT = SPACES
003730         MOVE MAINT-VENDOR-ID TO VEND-ID
003740         READ VEND-MAST
003750             INVALID KEY
003760                 CONTINUE
003770             NOT INVALID KEY
003780                 MOVE VEND-NAME TO MAINT-VENDOR-NAME
003790         END-READ
003800     END-IF
003810     .
003820 2550-EXIT.
003830     EXIT.
003831
003832*----------------------------------------------------------------
003833*  2600-INQUIRE-SCHEDULE - SHOW THE RECORD ON FILE TO AN
003834*  OPERATOR WHO HOLDS ONLY THE INQUIRE ROLE.  WHATEVER IS KEYED
003835*  OVER ON THE SCREEN IS DISCARDED.
003836*----------------------------------------------------------------
003837 2600-INQUIRE-SCHEDULE.
003838     MOVE MAINT-RECUR-ID TO RECUR-ID
003839     READ RECUR-MAST
003840         INVALID KEY
003841             MOVE 'SCHEDULE NOT ON FILE' TO MAINT-MESSAGE
003842         NOT INVALID KEY
003843             MOVE RECUR-VENDOR-ID TO MAINT-VENDOR-ID
003844             MOVE RECUR-ACCOUNT-CODE TO MAINT-ACCOUNT-CODE
003845             MOVE RECUR-AMOUNT TO MAINT-AMOUNT
003846             MOVE RECUR-CURRENCY-CODE TO MAINT-CURRENCY-CODE
003847             MOVE RECUR-PAY-METHOD TO MAINT-PAY-METHOD
003848             MOVE RECUR-FREQUENCY TO MAINT-FREQUENCY
003849             MOVE RECUR-NEXT-DUE-DATE TO MAINT-NEXT-DUE-DATE
003850             MOVE RECUR-END-DATE TO MAINT-END-DATE
003851             MOVE RECUR-REMAINING-COUNT
003852                 TO MAINT-REMAINING-COUNT
003853             MOVE RECUR-STATUS TO MAINT-STATUS
003854             MOVE RECUR-LAST-PAID-DATE TO MAINT-LAST-PAID-DATE
003855             PERFORM 2550-LOOK-UP-VENDOR THRU 2550-EXIT
003856             DISPLAY MAINT-DETAIL-SCREEN
003857             ACCEPT MAINT-DETAIL-SCREEN
003858             MOVE 'INQUIRY ONLY - NOT CHANGED' TO MAINT-MESSAGE
003859     END-READ
003860     .
003861 2600-EXIT.
003862     EXIT.
003863
003864*----------------------------------------------------------------
003865*  3000-TERMINATE - CLOSE THE MASTERS
003870*----------------------------------------------------------------
003880 3000-TERMINATE.
003890     CLOSE RECUR-MAST
003900     CLOSE VEND-MAST
003910     .
003920 3000-EXIT.
003930     EXIT.
