000176*                  REJECTED WITH REASON 09.  A BLANK ROUTING
000177*                  STORES AS ZERO (NO ACH); A KEYED ROUTING
000178*                  MUST BE NUMERIC AND CARRY AN ACCOUNT.
000179*  10/15/2026 TWK  THE DETAIL SCREEN SHOWS THE BANK STATUS THE
000180*                  LIISTING9-18 ACH RETURNS JOB SETS WHEN THE
000181*                  BANK RETURNS A PAYMENT OR SENDS A NOTICE OF
000182*                  CHANGE.  RE-KEYING THE ROUTING OR ACCOUNT
000183*                  CLEARS IT SO ACH PAYMENTS CAN RESUME.
000184*  10/15/2026 TWK  NEW SIGNON SCREEN.  THE OPERATOR SIGNS ON
000185*                  WITH A PASSWORD AGAINST THE OPERMAST
000186*                  SECURITY MASTER; EVERY ATTEMPT IS WRITTEN TO
000187*                  THE SECLOG SECURITY LOG AND A REFUSED
000188*                  SIGN-ON ENDS THE SESSION.  AN OPERATOR WITH
000189*                  ONLY THE INQUIRE ROLE MAY VIEW A VENDOR
000190*                  (ACTION C) BUT NOT CHANGE IT.  EVERY APPLIED
000191*                  ADD, CHANGE OR DEACTIVATE STAMPS THE OPERATOR
000192*                  AND DATE ON THE VENDOR RECORD, WHICH THE
000193*                  9-13 APPROVAL TRANSACTION CHECKS.
000194*  10/15/2026 TWK  THE DETAIL SCREEN SHOWS AND ACCEPTS THE NEW
000195*                  BACKUP WITHHOLDING FLAG AND B-NOTICE DATE.
000196*                  ONLY A 1099 VENDOR CAN BE FLAGGED, AND A
000197*                  B-NOTICE DATE REQUIRES THE FLAG.  A 1099
000198*                  VENDOR MAY NOW BE KEYED WITHOUT A TAX ID
000199*                  WHILE ITS W-9 IS OUTSTANDING - LIISTING9-1
000200*                  WITHHOLDS FROM IT UNTIL THE TAX ID IS KEYED.
000201*----------------------------------------------------------------
000202 ENVIRONMENT DIVISION.
000203 CONFIGURATION SECTION.
000210 SPECIAL-NAMES.
000220     CRT STATUS IS CRT-STATUS-CODE.
000230 INPUT-OUTPUT SECTION.
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS RANDOM
000280         RECORD KEY IS VEND-ID.
000281     SELECT OPTIONAL OPER-MAST ASSIGN TO "OPERMAST"
000282         ORGANIZATION IS INDEXED
000283         ACCESS MODE IS RANDOM
000284         RECORD KEY IS OPER-ID.
000285     SELECT OPTIONAL SEC-LOG ASSIGN TO "SECLOG"
000286         ORGANIZATION IS LINE SEQUENTIAL.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  VEND-MAST
000330     LABEL RECORDS ARE STANDARD.
000340     COPY VENDREC.
000341
000342 FD  OPER-MAST
000343     LABEL RECORDS ARE STANDARD.
000344     COPY OPERREC.
000345
000346 FD  SEC-LOG
000347     LABEL RECORDS ARE STANDARD.
000348     COPY SECLOG.
000350
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
000398
000399 01 OPERATOR-ID         PIC X(08)          VALUE SPACES.
000400 01 SIGNON-PASSWORD     PIC X(08)          VALUE SPACES.
000401 01 SIGNON-REASON       PIC X(30)          VALUE SPACES.
000402
000410 01 MAINT-ACTION-KEY    PIC X(01)          VALUE SPACE.
000420     88 ACTION-ADD                         VALUE 'A' 'a'.
000430     88 ACTION-CHANGE                      VALUE 'C' 'c'.
000550     88 MAINT-1099-VALID                   VALUE 'Y' 'N'.
000551 01 MAINT-BANK-ROUTING  PIC X(09)          VALUE SPACES.
000552 01 MAINT-BANK-ACCOUNT  PIC X(17)          VALUE SPACES.
000553 01 MAINT-BANK-STATUS   PIC X(01)          VALUE SPACE.
000554 01 MAINT-BACKUP-WH-FLAG PIC X(01)         VALUE SPACE.
000555     88 MAINT-BACKUP-WH-VALID              VALUE 'Y' 'N'.
000556 01 MAINT-BNOTICE-DATE  PIC X(08)          VALUE SPACES.
000560 01 MAINT-MESSAGE       PIC X(40)          VALUE SPACES.
000570
000580 SCREEN SECTION.
000581 01 SIGNON-SCREEN.
000582     05 BLANK SCREEN.
000583     05 LINE 01 COLUMN 20 VALUE 'LIISTING9-9 - VENDOR
000584-        ' MAINTENANCE'.
000585     05 LINE 03 COLUMN 05 VALUE 'OPERATOR ID . . . . . . . . .'.
000586     05 LINE 03 COLUMN 38 PIC X(08)
000587        USING OPERATOR-ID.
000588     05 LINE 04 COLUMN 05 VALUE 'PASSWORD. . . . . . . . . . .'.
000589     05 LINE 04 COLUMN 38 PIC X(08)
000590        USING SIGNON-PASSWORD SECURE.
000591     05 LINE 05 COLUMN 05
000592        VALUE 'PRESS ENTER TO BEGIN MAINTENANCE.'.
000593
000594 01 MAINT-SELECT-SCREEN.
000600     05 BLANK SCREEN.
000610     05 LINE 01 COLUMN 20 VALUE 'LIISTING9-9 - VENDOR
000620-        ' MAINTENANCE'.
000954     05 LINE 12 COLUMN 05 VALUE 'BANK ACCOUNT (FOR ACH). . . .'.
000955     05 LINE 12 COLUMN 38 PIC X(17)
000956        USING MAINT-BANK-ACCOUNT.
000957     05 LINE 13 COLUMN 05 VALUE 'BANK STATUS (R/N = UNUSABLE).'.
000958     05 LINE 13 COLUMN 38 PIC X(01)
000959        FROM MAINT-BANK-STATUS.
000960     05 LINE 14 COLUMN 05 VALUE 'BACKUP WITHHOLDING (Y/N). . .'.
000961     05 LINE 14 COLUMN 38 PIC X(01)
000962        USING MAINT-BACKUP-WH-FLAG.
000963     05 LINE 15 COLUMN 05 VALUE 'B-NOTICE DATE (YYYYMMDD) . .'.
000964     05 LINE 15 COLUMN 38 PIC X(08)
000965        USING MAINT-BNOTICE-DATE.
000966     05 LINE 16 COLUMN 05
000970        VALUE 'PRESS ENTER TO APPLY THE CHANGE.'.
000980
000990 PROCEDURE DIVISION.
001000 BEGIN.
001010     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001011     IF SIGNON-ACCEPTED
001012         PERFORM 2000-PROCESS-MAINT THRU 2000-EXIT
001013             UNTIL EXIT-REQUESTED
001014         PERFORM 3000-TERMINATE THRU 3000-EXIT
001015     END-IF
001050     GOBACK
001060     .
001070
001080*----------------------------------------------------------------
001081*  1000-INITIALIZE - SIGN THE OPERATOR ON, THEN OPEN THE
001082*  MASTER FOR UPDATE.  THE FILE IS OPTIONAL SO THE VERY FIRST
001083*  MAINTENANCE SESSION CREATES IT.  A REFUSED SIGN-ON OPENS
001084*  NOTHING AND THE SESSION ENDS.
001110*----------------------------------------------------------------
001120 1000-INITIALIZE.
001121     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
001122     PERFORM 1050-SIGN-ON THRU 1050-EXIT
001123     IF SIGNON-ACCEPTED
001124         OPEN I-O VEND-MAST
001125     END-IF
001140     .
001150 1000-EXIT.
001160     EXIT.
001161
001162*----------------------------------------------------------------
001163*  1050-SIGN-ON - CHECK THE OPERATOR AGAINST THE OPERMAST
001164*  SECURITY MASTER.  THE ID MUST BE ON FILE AND ACTIVE, THE
001165*  PASSWORD MUST MATCH, AND THE OPERATOR MUST HOLD A ROLE
001166*  FOR VENDOR MAINTENANCE - INQUIRE TO VIEW, UPDATE TO CHANGE.
001167*  ACCEPTED OR REFUSED, THE ATTEMPT GOES TO THE SECURITY LOG.
001168*----------------------------------------------------------------
001169 1050-SIGN-ON.
001170     DISPLAY SIGNON-SCREEN
001171     ACCEPT SIGNON-SCREEN
001172     MOVE SPACES TO SIGNON-REASON
001173     OPEN INPUT OPER-MAST
001174     MOVE OPERATOR-ID TO OPER-ID
001175     READ OPER-MAST
001176         INVALID KEY
001177             MOVE 'OPERATOR NOT ON FILE' TO SIGNON-REASON
001178         NOT INVALID KEY
001179             MOVE OPER-ROLE-VENDORS TO SIGNON-ROLE
001180             EVALUATE TRUE
001181                 WHEN NOT OPER-ACTIVE
001182                     MOVE 'OPERATOR INACTIVE' TO SIGNON-REASON
001183                 WHEN SIGNON-PASSWORD NOT = OPER-PASSWORD
001184                     MOVE 'PASSWORD INCORRECT' TO SIGNON-REASON
001185                 WHEN NOT ROLE-INQUIRE
001186                     MOVE 'NO ROLE FOR 9-9'
001187                         TO SIGNON-REASON
001188                 WHEN OTHER
001189                     SET SIGNON-ACCEPTED TO TRUE
001190             END-EVALUATE
001191     END-READ
001192     CLOSE OPER-MAST
001193     MOVE SPACES TO SEC-LOG-RECORD
001194     IF SIGNON-ACCEPTED
001195         MOVE 'S' TO SEC-EVENT
001196     ELSE
001197         MOVE 'F' TO SEC-EVENT
001198         MOVE SIGNON-REASON TO SEC-REASON
001199         DISPLAY 'SIGN-ON REFUSED: ' SIGNON-REASON
001200         MOVE 8 TO RETURN-CODE
001201     END-IF
001202     OPEN EXTEND SEC-LOG
001203     MOVE RUN-DATE-YMD TO SEC-DATE
001204     ACCEPT RUN-TIME-NOW FROM TIME
001205     MOVE RUN-TIME-NOW (1:6) TO SEC-TIME
001206     MOVE 'LIISTING9-9' TO SEC-PROGRAM
001207     MOVE OPERATOR-ID TO SEC-OPERATOR-ID
001208     WRITE SEC-LOG-RECORD
001209     CLOSE SEC-LOG
001210     .
001211 1050-EXIT.
001212     EXIT.
001213
001214*----------------------------------------------------------------
001215*  2000-PROCESS-MAINT - TAKE ONE ACTION/VENDOR-ID SELECTION AND
001216*  APPLY IT.  THE RESULT MESSAGE SHOWS ON THE NEXT SELECTION
001217*  SCREEN.
001220*----------------------------------------------------------------
001230 2000-PROCESS-MAINT.
001240     MOVE SPACE TO MAINT-ACTION-KEY
001290         MOVE 'VENDOR ID REQUIRED' TO MAINT-MESSAGE
001300     ELSE
001310         EVALUATE TRUE
001311             WHEN ACTION-CHANGE AND NOT ROLE-UPDATE
001312                 PERFORM 2600-INQUIRE-VENDOR THRU 2600-EXIT
001313             WHEN NOT ACTION-EXIT AND NOT ROLE-UPDATE
001314                 MOVE 'INQUIRY ONLY - USE C TO VIEW'
001315                     TO MAINT-MESSAGE
001320             WHEN ACTION-ADD
001330                 PERFORM 2100-ADD-VENDOR THRU 2100-EXIT
001340             WHEN ACTION-CHANGE
001590     MOVE 'Y' TO MAINT-1099-FLAG
001591     MOVE SPACES TO MAINT-BANK-ROUTING
001592     MOVE SPACES TO MAINT-BANK-ACCOUNT
001593     MOVE SPACE TO MAINT-BANK-STATUS
001594     MOVE 'N' TO MAINT-BACKUP-WH-FLAG
001595     MOVE SPACES TO MAINT-BNOTICE-DATE
001600     DISPLAY MAINT-DETAIL-SCREEN
001610     ACCEPT MAINT-DETAIL-SCREEN
001620     PERFORM 2500-EDIT-DETAIL-FIELDS THRU 2500-EXIT
001950             MOVE VEND-1099-FLAG TO MAINT-1099-FLAG
001951             MOVE VEND-BANK-ROUTING TO MAINT-BANK-ROUTING
001952             MOVE VEND-BANK-ACCOUNT TO MAINT-BANK-ACCOUNT
001953             MOVE VEND-BANK-STATUS TO MAINT-BANK-STATUS
001954             PERFORM 2450-MOVE-WITHHOLDING-TO-SCREEN
001955                 THRU 2450-EXIT
001960             DISPLAY MAINT-DETAIL-SCREEN
001970             ACCEPT MAINT-DETAIL-SCREEN
001980             PERFORM 2500-EDIT-DETAIL-FIELDS THRU 2500-EXIT
002230             MOVE 'VENDOR NOT ON FILE' TO MAINT-MESSAGE
002240         NOT INVALID KEY
002250             MOVE 'I' TO VEND-STATUS
002251             MOVE OPERATOR-ID TO VEND-CHANGED-BY
002252             MOVE RUN-DATE-YMD TO VEND-CHANGED-DATE
002260             REWRITE VEND-RECORD
002270                 INVALID KEY
002280                     MOVE 'REWRITE FAILED - NOT DEACTIVATED'
002370
002380*----------------------------------------------------------------
002390*  2400-MOVE-FIELDS-TO-MASTER - FOLD THE KEYED SCREEN FIELDS
002391*  BACK INTO THE MASTER RECORD AREA, STAMPED WITH THE OPERATOR
002392*  AND DATE OF THE CHANGE
002410*----------------------------------------------------------------
002420 2400-MOVE-FIELDS-TO-MASTER.
002421*    NEW BANK DETAILS CLEAR A RETURNED OR CHANGED FLAG - THE
002422*    OLD ROUTING AND ACCOUNT ARE THE ONES THE BANK REFUSED.
002423     IF MAINT-BANK-ROUTING NOT = VEND-BANK-ROUTING
002424             OR MAINT-BANK-ACCOUNT NOT = VEND-BANK-ACCOUNT
002425         MOVE SPACE TO VEND-BANK-STATUS
002426     END-IF
002430     MOVE MAINT-NAME TO VEND-NAME
002440     MOVE MAINT-REMIT-ADDRESS TO VEND-REMIT-ADDRESS
002450     MOVE MAINT-REMIT-CITY-STATE TO VEND-REMIT-CITY-STATE
002486         MOVE MAINT-BANK-ROUTING TO VEND-BANK-ROUTING
002487     END-IF
002488     MOVE MAINT-BANK-ACCOUNT TO VEND-BANK-ACCOUNT
002489     MOVE MAINT-BACKUP-WH-FLAG TO VEND-BACKUP-WH-FLAG
002490*    A BLANK B-NOTICE DATE STORES AS ZERO, LIKE THE ROUTING.
002491     IF MAINT-BNOTICE-DATE = SPACES
002492         MOVE ZERO TO VEND-BNOTICE-DATE
002493     ELSE
002494         MOVE MAINT-BNOTICE-DATE TO VEND-BNOTICE-DATE
002495     END-IF
002496     MOVE OPERATOR-ID TO VEND-CHANGED-BY
002497     MOVE RUN-DATE-YMD TO VEND-CHANGED-DATE
002498     .
002500 2400-EXIT.
002510     EXIT.
002511
002512*----------------------------------------------------------------
002513*  2450-MOVE-WITHHOLDING-TO-SCREEN - A LEGACY RECORD CARRIES
002514*  SPACES IN BOTH FIELDS; IT SHOWS AS NOT FLAGGED, NO NOTICE.
002515*----------------------------------------------------------------
002516 2450-MOVE-WITHHOLDING-TO-SCREEN.
002517     IF VEND-BACKUP-WITHHOLD
002518         MOVE 'Y' TO MAINT-BACKUP-WH-FLAG
002519     ELSE
002520         MOVE 'N' TO MAINT-BACKUP-WH-FLAG
002521     END-IF
002522     IF VEND-BNOTICE-DATE NUMERIC
002523             AND VEND-BNOTICE-DATE NOT = ZERO
002524         MOVE VEND-BNOTICE-DATE TO MAINT-BNOTICE-DATE
002525     ELSE
002526         MOVE SPACES TO MAINT-BNOTICE-DATE
002527     END-IF
002528     .
002529 2450-EXIT.
002530     EXIT.
002531
002532*----------------------------------------------------------------
002540*  2500-EDIT-DETAIL-FIELDS - SCREEN EDITS SHARED BY ADD AND
002541*  CHANGE.  A 1099-REPORTABLE VENDOR WITH NO TAX ID IS TAKEN -
002542*  IT IS PAID UNDER BACKUP WITHHOLDING UNTIL ITS W-9 ARRIVES.
002543*  BACKUP WITHHOLDING APPLIES ONLY TO 1099 PAYMENTS, AND A
002544*  B-NOTICE MEANS THE VENDOR MUST BE WITHHELD FROM.
002570*----------------------------------------------------------------
002580 2500-EDIT-DETAIL-FIELDS.
002590     EVALUATE TRUE
002630         WHEN NOT MAINT-1099-VALID
002640             MOVE '1099 FLAG MUST BE Y OR N - NOT APPLIED'
002650                 TO MAINT-MESSAGE
002651         WHEN NOT MAINT-BACKUP-WH-VALID
002652             MOVE 'WITHHOLDING MUST BE Y OR N - NOT APPLIED'
002653                 TO MAINT-MESSAGE
002654         WHEN MAINT-BACKUP-WH-FLAG = 'Y'
002655                 AND MAINT-1099-FLAG NOT = 'Y'
002656             MOVE 'WITHHOLDING NEEDS 1099 = Y - NOT APPLIED'
002657                 TO MAINT-MESSAGE
002658         WHEN MAINT-BNOTICE-DATE NOT = SPACES
002659                 AND MAINT-BNOTICE-DATE NOT NUMERIC
002660             MOVE 'B-NOTICE DATE NOT NUMERIC - NOT APPLIED'
002661                 TO MAINT-MESSAGE
002662         WHEN MAINT-BNOTICE-DATE NOT = SPACES
002663                 AND MAINT-BACKUP-WH-FLAG NOT = 'Y'
002664             MOVE 'B-NOTICE REQUIRES FLAG Y - NOT APPLIED'
002665                 TO MAINT-MESSAGE
002691         WHEN MAINT-BANK-ROUTING NOT = SPACES
002692                 AND MAINT-BANK-ROUTING NOT NUMERIC
002693             MOVE 'BANK ROUTING NOT NUMERIC - NOT APPLIED'
002730     .
002740 2500-EXIT.
002750     EXIT.
002751
002752*----------------------------------------------------------------
002753*  2600-INQUIRE-VENDOR - SHOW THE RECORD ON FILE TO AN OPERATOR
002754*  WHO HOLDS ONLY THE INQUIRE ROLE.  WHATEVER IS KEYED OVER ON
002755*  THE SCREEN IS DISCARDED.
002756*----------------------------------------------------------------
002757 2600-INQUIRE-VENDOR.
002758     MOVE MAINT-VENDOR-ID TO VEND-ID
002759     READ VEND-MAST
002760         INVALID KEY
002761             MOVE 'VENDOR NOT ON FILE' TO MAINT-MESSAGE
002762         NOT INVALID KEY
002763             MOVE VEND-NAME TO MAINT-NAME
002764             MOVE VEND-REMIT-ADDRESS TO MAINT-REMIT-ADDRESS
002765             MOVE VEND-REMIT-CITY-STATE
002766                 TO MAINT-REMIT-CITY-STATE
002767             MOVE VEND-TAX-ID TO MAINT-TAX-ID
002768             MOVE VEND-STATUS TO MAINT-STATUS
002769             MOVE VEND-1099-FLAG TO MAINT-1099-FLAG
002770             MOVE VEND-BANK-ROUTING TO MAINT-BANK-ROUTING
002771             MOVE VEND-BANK-ACCOUNT TO MAINT-BANK-ACCOUNT
002772             MOVE VEND-BANK-STATUS TO MAINT-BANK-STATUS
002773             PERFORM 2450-MOVE-WITHHOLDING-TO-SCREEN
002774                 THRU 2450-EXIT
002775             DISPLAY MAINT-DETAIL-SCREEN
002776             ACCEPT MAINT-DETAIL-SCREEN
002777             MOVE 'INQUIRY ONLY - NOT CHANGED' TO MAINT-MESSAGE
002778     END-READ
002779     .
002780 2600-EXIT.
002781     EXIT.
002782
002783*----------------------------------------------------------------
002784*  3000-TERMINATE - CLOSE THE MASTER
002790*----------------------------------------------------------------
002800 3000-TERMINATE.
002810     CLOSE VEND-MAST
