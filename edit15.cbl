000150*                  ITS WARN/REJECT ACTION CODE, OR DELETE IT.
000160*                  THE ACCUMULATED SPEND IS SHOWN BUT NOT
000170*                  KEYABLE - ONLY THE BATCH JOB POSTS SPEND.
000171*  10/15/2026 TWK  NEW SIGNON SCREEN.  THE OPERATOR SIGNS ON
000172*                  WITH A PASSWORD AGAINST THE OPERMAST
000173*                  SECURITY MASTER; EVERY ATTEMPT IS WRITTEN TO
000174*                  THE SECLOG SECURITY LOG AND A REFUSED
000175*                  SIGN-ON ENDS THE SESSION.  AN OPERATOR WITH
000176*                  ONLY THE INQUIRE ROLE MAY VIEW A BUDGET
000177*                  (ACTION C) BUT NOT CHANGE IT.
000178*  10/15/2026 TWK  A BUDGET FROZEN BY THE LIISTING9-23
000179*                  MONTH-END CLOSE CAN STILL BE VIEWED BUT NO
000180*                  LONGER CHANGED OR DELETED, AND NO NEW BUDGET
000181*                  MAY BE ADDED FOR A MONTH THE PERIODCTL FILE
000182*                  SHOWS HARD-CLOSED.
000183*  10/15/2026 TWK  A NEW BUDGET'S SPEND STARTS AT THE BASE-USD
000184*                  AMOUNT PAYHIST ALREADY SHOWS POSTED TO THE
000185*                  ACCOUNT IN THE MONTH (RETURNED ACH PAYMENTS
000186*                  LEFT OUT), SO A BUDGET ADDED MID-MONTH AGREES
000187*                  WITH THE POSTINGS MADE BEFORE IT EXISTED.
000188*----------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SPECIAL-NAMES.
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS RANDOM
000280         RECORD KEY IS BUDG-KEY.
000281     SELECT OPTIONAL OPER-MAST ASSIGN TO "OPERMAST"
000282         ORGANIZATION IS INDEXED
000283         ACCESS MODE IS RANDOM
000284         RECORD KEY IS OPER-ID.
000285     SELECT OPTIONAL SEC-LOG ASSIGN TO "SECLOG"
000286         ORGANIZATION IS LINE SEQUENTIAL.
000287     SELECT OPTIONAL PERIOD-CTL ASSIGN TO "PERIODCTL"
000288         ORGANIZATION IS INDEXED
000289         ACCESS MODE IS RANDOM
000290         RECORD KEY IS PERIOD-YYYYMM.
000291     SELECT OPTIONAL PAY-HIST ASSIGN TO "PAYHIST"
000292         ORGANIZATION IS INDEXED
000293         ACCESS MODE IS DYNAMIC
000294         RECORD KEY IS HIST-KEY
000295         ALTERNATE RECORD KEY IS HIST-ACCOUNT-DATE-KEY
000296             WITH DUPLICATES.
000297
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  BUDG-MAST
000330     LABEL RECORDS ARE STANDARD.
000340     COPY BUDGREC.
000341
000342 FD  OPER-MAST
000343     LABEL RECORDS ARE STANDARD.
000344     COPY OPERREC.
000345
000346 FD  SEC-LOG
000347     LABEL RECORDS ARE STANDARD.
000348     COPY SECLOG.
000349
000350 FD  PERIOD-CTL
000351     LABEL RECORDS ARE STANDARD.
000352     COPY PERIODREC.
000353
000354 FD  PAY-HIST
000355     LABEL RECORDS ARE STANDARD.
000356     COPY PAYHIST.
000357
000360 WORKING-STORAGE SECTION.
000370 77 CRT-STATUS-CODE     PIC 9(04)          VALUE ZERO.
000380 77 EXIT-SWITCH         PIC X(01)          VALUE 'N'.
000390     88 EXIT-REQUESTED                     VALUE 'Y'.
000391 77 RUN-DATE-YMD        PIC 9(08)          VALUE ZERO.
000392 77 RUN-TIME-NOW        PIC 9(08)          VALUE ZERO.
000393 77 SIGNON-SWITCH       PIC X(01)          VALUE 'N'.
000394     88 SIGNON-ACCEPTED                    VALUE 'Y'.
000395 77 SIGNON-ROLE         PIC X(01)          VALUE SPACE.
000396     88 ROLE-INQUIRE                       VALUE 'I' 'U' 'A'.
000397     88 ROLE-UPDATE                        VALUE 'U' 'A'.
000398 77 PERIOD-CLOSED-SWITCH PIC X(01)         VALUE 'N'.
000399     88 MAINT-PERIOD-CLOSED                VALUE 'Y'.
000400
000401 01 OPERATOR-ID         PIC X(08)          VALUE SPACES.
000402 01 SIGNON-PASSWORD     PIC X(08)          VALUE SPACES.
000403 01 SIGNON-REASON       PIC X(30)          VALUE SPACES.
000404
000410 01 MAINT-ACTION-KEY    PIC X(01)          VALUE SPACE.
000420     88 ACTION-ADD                         VALUE 'A' 'a'.
000430     88 ACTION-CHANGE                      VALUE 'C' 'c'.
000500 01 MAINT-ACTION-CODE   PIC X(01)          VALUE SPACE.
000510     88 MAINT-ACTION-VALID                 VALUE 'W' 'R'.
000520 01 MAINT-MESSAGE       PIC X(40)          VALUE SPACES.
000521 01 SEED-SPENT-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
000522 01 SEED-SCAN-START     PIC 9(08)          VALUE ZERO.
000523 01 SEED-SCAN-END       PIC 9(08)          VALUE ZERO.
000524 01 SEED-EOF-SWITCH     PIC X(01)          VALUE 'N'.
000525     88 END-OF-SEED-SCAN                   VALUE 'Y'.
000530
000540 SCREEN SECTION.
000541 01 SIGNON-SCREEN.
000542     05 BLANK SCREEN.
000543     05 LINE 01 COLUMN 20 VALUE 'LIISTING9-15 - BUDGET
000544-        ' MAINTENANCE'.
000545     05 LINE 03 COLUMN 05 VALUE 'OPERATOR ID . . . . . . . . .'.
000546     05 LINE 03 COLUMN 38 PIC X(08)
000547        USING OPERATOR-ID.
000548     05 LINE 04 COLUMN 05 VALUE 'PASSWORD. . . . . . . . . . .'.
000549     05 LINE 04 COLUMN 38 PIC X(08)
000550        USING SIGNON-PASSWORD SECURE.
000551     05 LINE 05 COLUMN 05
000552        VALUE 'PRESS ENTER TO BEGIN MAINTENANCE.'.
000553
000554 01 MAINT-SELECT-SCREEN.
000560     05 BLANK SCREEN.
000570     05 LINE 01 COLUMN 20 VALUE 'LIISTING9-15 - BUDGET
000580-        ' MAINTENANCE'.
000910 PROCEDURE DIVISION.
000920 BEGIN.
000930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000931     IF SIGNON-ACCEPTED
000932         PERFORM 2000-PROCESS-MAINT THRU 2000-EXIT
000933             UNTIL EXIT-REQUESTED
000934         PERFORM 3000-TERMINATE THRU 3000-EXIT
000935     END-IF
000970     GOBACK
000980     .
000990
001000*----------------------------------------------------------------
001001*  1000-INITIALIZE - SIGN THE OPERATOR ON, THEN OPEN THE
001002*  MASTER FOR UPDATE.  THE FILE IS OPTIONAL SO THE VERY FIRST
001003*  MAINTENANCE SESSION CREATES IT.  A REFUSED SIGN-ON OPENS
001004*  NOTHING AND THE SESSION ENDS.
001030*----------------------------------------------------------------
001040 1000-INITIALIZE.
001041     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
001042     PERFORM 1050-SIGN-ON THRU 1050-EXIT
001043     IF SIGNON-ACCEPTED
001044         OPEN I-O BUDG-MAST
001045         OPEN INPUT PERIOD-CTL
001046         OPEN INPUT PAY-HIST
001047     END-IF
001060     .
001070 1000-EXIT.
001080     EXIT.
001081
001082*----------------------------------------------------------------
001083*  1050-SIGN-ON - CHECK THE OPERATOR AGAINST THE OPERMAST
001084*  SECURITY MASTER.  THE ID MUST BE ON FILE AND ACTIVE, THE
001085*  PASSWORD MUST MATCH, AND THE OPERATOR MUST HOLD A ROLE
001086*  FOR BUDGET MAINTENANCE - INQUIRE TO VIEW, UPDATE TO CHANGE.
001087*  ACCEPTED OR REFUSED, THE ATTEMPT GOES TO THE SECURITY LOG.
001088*----------------------------------------------------------------
001089 1050-SIGN-ON.
001090     DISPLAY SIGNON-SCREEN
001091     ACCEPT SIGNON-SCREEN
001092     MOVE SPACES TO SIGNON-REASON
001093     OPEN INPUT OPER-MAST
001094     MOVE OPERATOR-ID TO OPER-ID
001095     READ OPER-MAST
001096         INVALID KEY
001097             MOVE 'OPERATOR NOT ON FILE' TO SIGNON-REASON
001098         NOT INVALID KEY
001099             MOVE OPER-ROLE-BUDGETS TO SIGNON-ROLE
001100             EVALUATE TRUE
001101                 WHEN NOT OPER-ACTIVE
001102                     MOVE 'OPERATOR INACTIVE' TO SIGNON-REASON
001103                 WHEN SIGNON-PASSWORD NOT = OPER-PASSWORD
001104                     MOVE 'PASSWORD INCORRECT' TO SIGNON-REASON
001105                 WHEN NOT ROLE-INQUIRE
001106                     MOVE 'NO ROLE FOR 9-15'
001107                         TO SIGNON-REASON
001108                 WHEN OTHER
001109                     SET SIGNON-ACCEPTED TO TRUE
001110             END-EVALUATE
001111     END-READ
001112     CLOSE OPER-MAST
001113     MOVE SPACES TO SEC-LOG-RECORD
001114     IF SIGNON-ACCEPTED
001115         MOVE 'S' TO SEC-EVENT
001116     ELSE
001117         MOVE 'F' TO SEC-EVENT
001118         MOVE SIGNON-REASON TO SEC-REASON
001119         DISPLAY 'SIGN-ON REFUSED: ' SIGNON-REASON
001120         MOVE 8 TO RETURN-CODE
001121     END-IF
001122     OPEN EXTEND SEC-LOG
001123     MOVE RUN-DATE-YMD TO SEC-DATE
001124     ACCEPT RUN-TIME-NOW FROM TIME
001125     MOVE RUN-TIME-NOW (1:6) TO SEC-TIME
001126     MOVE 'LIISTING9-15' TO SEC-PROGRAM
001127     MOVE OPERATOR-ID TO SEC-OPERATOR-ID
001128     WRITE SEC-LOG-RECORD
001129     CLOSE SEC-LOG
001130     .
001131 1050-EXIT.
001132     EXIT.
001133
001134*----------------------------------------------------------------
001135*  2000-PROCESS-MAINT - TAKE ONE ACTION/ACCOUNT/PERIOD
001136*  SELECTION AND APPLY IT.  THE RESULT MESSAGE SHOWS ON THE
001137*  NEXT SELECTION SCREEN.
001140*----------------------------------------------------------------
001150 2000-PROCESS-MAINT.
001160     MOVE SPACE TO MAINT-ACTION-KEY
001170     DISPLAY MAINT-SELECT-SCREEN
001180     ACCEPT MAINT-SELECT-SCREEN
001190     MOVE SPACES TO MAINT-MESSAGE
001191     PERFORM 2050-CHECK-PERIOD THRU 2050-EXIT
001200     EVALUATE TRUE
001210         WHEN ACTION-EXIT
001220             SET EXIT-REQUESTED TO TRUE
001240             MOVE 'ACCOUNT CODE REQUIRED' TO MAINT-MESSAGE
001250         WHEN MAINT-PERIOD = ZERO
001260             MOVE 'PERIOD REQUIRED' TO MAINT-MESSAGE
001261         WHEN ACTION-CHANGE AND NOT ROLE-UPDATE
001262             PERFORM 2400-INQUIRE-BUDGET THRU 2400-EXIT
001263         WHEN NOT ROLE-UPDATE
001264             MOVE 'INQUIRY ONLY - USE C TO VIEW'
001265                 TO MAINT-MESSAGE
001266         WHEN ACTION-ADD AND MAINT-PERIOD-CLOSED
001267             MOVE 'PERIOD HARD-CLOSED - NOT ADDED'
001268                 TO MAINT-MESSAGE
001270         WHEN ACTION-ADD
001280             PERFORM 2100-ADD-BUDGET THRU 2100-EXIT
001290         WHEN ACTION-CHANGE
001370     .
001380 2000-EXIT.
001390     EXIT.
001391
001392*----------------------------------------------------------------
001393*  2050-CHECK-PERIOD - LOOK THE KEYED PERIOD UP ON THE PERIODCTL
001394*  PERIOD CONTROL FILE.  A MONTH NOT ON FILE IS OPEN.
001395*----------------------------------------------------------------
001396 2050-CHECK-PERIOD.
001397     MOVE 'N' TO PERIOD-CLOSED-SWITCH
001398     MOVE MAINT-PERIOD TO PERIOD-YYYYMM
001399     READ PERIOD-CTL
001400         INVALID KEY
001401             CONTINUE
001402         NOT INVALID KEY
001403             IF PERIOD-HARD-CLOSED
001404                 SET MAINT-PERIOD-CLOSED TO TRUE
001405             END-IF
001406     END-READ
001407     .
001408 2050-EXIT.
001409     EXIT.
001410
001411*----------------------------------------------------------------
001420*  2100-ADD-BUDGET - KEY A NEW PERIOD BUDGET.  ACTION DEFAULTS
001421*  TO WARN.  SPEND STARTS AT WHAT PAYHIST ALREADY SHOWS POSTED
001422*  TO THE ACCOUNT IN THE MONTH, SO A BUDGET ADDED AFTER THE
001423*  MONTH'S FIRST POSTINGS STILL AGREES WITH THEM; FROM THERE
001424*  ONLY THE BATCH JOB MOVES IT.
001450*----------------------------------------------------------------
001460 2100-ADD-BUDGET.
001470     MOVE ZERO TO MAINT-BUDGET-AMOUNT
001480     MOVE 'W' TO MAINT-ACTION-CODE
001481     PERFORM 3100-SEED-SPENT THRU 3100-EXIT
001482     MOVE SEED-SPENT-AMOUNT TO MAINT-SPENT-DISPLAY
001500     DISPLAY MAINT-DETAIL-SCREEN
001510     ACCEPT MAINT-DETAIL-SCREEN
001520     IF NOT MAINT-ACTION-VALID
001570         MOVE MAINT-ACCOUNT-CODE TO BUDG-ACCOUNT-CODE
001580         MOVE MAINT-PERIOD TO BUDG-PERIOD
001590         MOVE MAINT-BUDGET-AMOUNT TO BUDG-AMOUNT
001591         MOVE SEED-SPENT-AMOUNT TO BUDG-SPENT-AMOUNT
001610         MOVE MAINT-ACTION-CODE TO BUDG-ACTION-CODE
001620         WRITE BUDG-RECORD
001630             INVALID KEY
001740*----------------------------------------------------------------
001750*  2200-CHANGE-BUDGET - SHOW THE RECORD ON FILE AND REWRITE IT
001760*  WITH THE KEYED AMOUNT AND ACTION.  THE POSTED SPEND IS
001761*  CARRIED FORWARD UNTOUCHED.  A BUDGET FROZEN AT MONTH-END
001762*  CLOSE IS SHOWN BUT NOT REWRITTEN.
001780*----------------------------------------------------------------
001790 2200-CHANGE-BUDGET.
001800     MOVE MAINT-ACCOUNT-CODE TO BUDG-ACCOUNT-CODE
001880             MOVE BUDG-SPENT-AMOUNT TO MAINT-SPENT-DISPLAY
001890             DISPLAY MAINT-DETAIL-SCREEN
001900             ACCEPT MAINT-DETAIL-SCREEN
001901             EVALUATE TRUE
001902                 WHEN BUDG-FROZEN
001903                     MOVE 'BUDGET FROZEN - PERIOD CLOSED'
001904                         TO MAINT-MESSAGE
001905                 WHEN NOT MAINT-ACTION-VALID
001906                     MOVE 'ACTION MUST BE W OR R - NOT CHANGED'
001907                         TO MAINT-MESSAGE
001908                 WHEN OTHER
001909                     MOVE MAINT-BUDGET-AMOUNT TO BUDG-AMOUNT
001910                     MOVE MAINT-ACTION-CODE TO BUDG-ACTION-CODE
001911                     REWRITE BUDG-RECORD
001912                         INVALID KEY
001913                             MOVE 'REWRITE FAILED - NOT CHANGED'
001914                                 TO MAINT-MESSAGE
001915                         NOT INVALID KEY
001916                             MOVE 'BUDGET CHANGED'
001917                                 TO MAINT-MESSAGE
001918                     END-REWRITE
001919             END-EVALUATE
002050     END-READ
002060     .
002070 2200-EXIT.
002100*----------------------------------------------------------------
002110*  2300-DELETE-BUDGET - TAKE THE PERIOD BUDGET OFF FILE.  THE
002120*  ACCOUNT IS THEN NO LONGER BUDGET-CHECKED FOR THAT PERIOD.
002121*  A BUDGET FROZEN AT MONTH-END CLOSE STAYS ON FILE.
002130*----------------------------------------------------------------
002140 2300-DELETE-BUDGET.
002150     MOVE MAINT-ACCOUNT-CODE TO BUDG-ACCOUNT-CODE
002180         INVALID KEY
002190             MOVE 'BUDGET NOT ON FILE' TO MAINT-MESSAGE
002200         NOT INVALID KEY
002201             IF BUDG-FROZEN
002202                 MOVE 'BUDGET FROZEN - PERIOD CLOSED'
002203                     TO MAINT-MESSAGE
002204             ELSE
002205                 DELETE BUDG-MAST RECORD
002206                     INVALID KEY
002207                         MOVE 'DELETE FAILED' TO MAINT-MESSAGE
002208                     NOT INVALID KEY
002209                         MOVE 'BUDGET DELETED' TO MAINT-MESSAGE
002210                 END-DELETE
002211             END-IF
002270     END-READ
002280     .
002290 2300-EXIT.
002300     EXIT.
002301
002302*----------------------------------------------------------------
002303*  2400-INQUIRE-BUDGET - SHOW THE RECORD ON FILE TO AN OPERATOR
002304*  WHO HOLDS ONLY THE INQUIRE ROLE.  WHATEVER IS KEYED OVER ON
002305*  THE SCREEN IS DISCARDED.
002306*----------------------------------------------------------------
002307 2400-INQUIRE-BUDGET.
002308     MOVE MAINT-ACCOUNT-CODE TO BUDG-ACCOUNT-CODE
002309     MOVE MAINT-PERIOD TO BUDG-PERIOD
002310     READ BUDG-MAST
002311         INVALID KEY
002312             MOVE 'BUDGET NOT ON FILE' TO MAINT-MESSAGE
002313         NOT INVALID KEY
002314             MOVE BUDG-AMOUNT TO MAINT-BUDGET-AMOUNT
002315             MOVE BUDG-ACTION-CODE TO MAINT-ACTION-CODE
002316             MOVE BUDG-SPENT-AMOUNT TO MAINT-SPENT-DISPLAY
002317             DISPLAY MAINT-DETAIL-SCREEN
002318             ACCEPT MAINT-DETAIL-SCREEN
002319             MOVE 'INQUIRY ONLY - NOT CHANGED' TO MAINT-MESSAGE
002320     END-READ
002321     .
002322 2400-EXIT.
002323     EXIT.
002324
002325*----------------------------------------------------------------
002330*  3000-TERMINATE - CLOSE THE MASTER
002340*----------------------------------------------------------------
002350 3000-TERMINATE.
002360     CLOSE BUDG-MAST
002361     CLOSE PERIOD-CTL
002362     CLOSE PAY-HIST
002370     .
002380 3000-EXIT.
002390     EXIT.
002391
002392*----------------------------------------------------------------
002393*  3100-SEED-SPENT - ADD UP THE BASE-USD HISTORY ALREADY POSTED
002394*  TO THE ACCOUNT IN THE KEYED MONTH, THROUGH THE PAYHIST
002395*  ACCOUNT-PLUS-DATE ALTERNATE KEY, AS A NEW BUDGET'S OPENING
002396*  SPEND.  CHECKS, ACH PAYMENTS, GL-ONLY POSTINGS AND VOID
002397*  BACK-OUTS ALL COUNT, GROSS OF WITHHOLDING, AS LIISTING9-1
002398*  POSTS THEM.  A RETURNED ACH PAYMENT IS LEFT OUT - LIISTING9-18
002399*  HAS ALREADY TAKEN IT BACK OUT OF THE MONTH.  HISTORY WRITTEN
002400*  BEFORE THE BASE AMOUNT WAS CARRIED COUNTS AT HIST-AMOUNT.
002401*----------------------------------------------------------------
002402 3100-SEED-SPENT.
002403     MOVE ZERO TO SEED-SPENT-AMOUNT
002404     MOVE 'N' TO SEED-EOF-SWITCH
002405     COMPUTE SEED-SCAN-START = MAINT-PERIOD * 100 + 1
002406     COMPUTE SEED-SCAN-END = MAINT-PERIOD * 100 + 31
002407     MOVE MAINT-ACCOUNT-CODE TO HIST-ACCOUNT-CODE
002408     MOVE SEED-SCAN-START TO HIST-TRANSACTION-DATE
002409     START PAY-HIST KEY NOT LESS THAN HIST-ACCOUNT-DATE-KEY
002410         INVALID KEY
002411             SET END-OF-SEED-SCAN TO TRUE
002412     END-START
002413     PERFORM 3110-ADD-MONTH-HISTORY THRU 3110-EXIT
002414         UNTIL END-OF-SEED-SCAN
002415     .
002416 3100-EXIT.
002417     EXIT.
002418
002419 3110-ADD-MONTH-HISTORY.
002420     READ PAY-HIST NEXT
002421         AT END
002422             SET END-OF-SEED-SCAN TO TRUE
002423         NOT AT END
002424             IF HIST-ACCOUNT-CODE NOT = MAINT-ACCOUNT-CODE
002425                     OR HIST-TRANSACTION-DATE > SEED-SCAN-END
002426                 SET END-OF-SEED-SCAN TO TRUE
002427             ELSE
002428                 IF NOT HIST-ACH-RETURNED
002429                     IF HIST-BASE-AMOUNT NUMERIC
002430                         ADD HIST-BASE-AMOUNT TO SEED-SPENT-AMOUNT
002431                     ELSE
002432                         ADD HIST-AMOUNT TO SEED-SPENT-AMOUNT
002433                     END-IF
002434                 END-IF
002435             END-IF
002436     END-READ
002437     .
002438 3110-EXIT.
002439     EXIT.
