000167*                  DECISIONS.  THE NEW LIISTING9-17 JOB PRINTS
000168*                  THE DAILY AUDIT REPORT FOR THE CONTROLLER'S
000169*                  SIGN-OFF.
000170*  10/15/2026 TWK  THE SIGNON SCREEN NOW TAKES A PASSWORD AND
000171*                  CHECKS THE OPERATOR AGAINST THE OPERMAST
000172*                  SECURITY MASTER; EVERY ATTEMPT IS WRITTEN TO
000173*                  THE SECLOG SECURITY LOG AND A REFUSED
000174*                  SIGN-ON ENDS THE SESSION.  AN OPERATOR WITH
000175*                  ONLY THE INQUIRE ROLE MAY VIEW AN ACCOUNT
000176*                  (ACTION C) BUT NOT ADD, CHANGE OR
000177*                  DEACTIVATE ONE.
000178*  10/15/2026 TWK  ADDED THE DISBURSEMENT BANK CODE TO THE
000179*                  DETAIL SCREEN.  IT NAMES THE BANKMAST BANK
000180*                  LIISTING9-1 DRAWS THE ACCOUNT'S CHECKS AND
000181*                  ACH PAYMENTS ON; A CODE KEYED MUST BE ON
000182*                  BANKMAST OR THE ADD OR CHANGE IS REFUSED.
000183*----------------------------------------------------------------
000184 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000200 SPECIAL-NAMES.
000210     CRT STATUS IS CRT-STATUS-CODE.
000270         RECORD KEY IS ACCT-CODE.
000271     SELECT OPTIONAL ACCT-AUDIT ASSIGN TO "ACCTAUDT"
000272         ORGANIZATION IS LINE SEQUENTIAL.
000273     SELECT OPTIONAL OPER-MAST ASSIGN TO "OPERMAST"
000274         ORGANIZATION IS INDEXED
000275         ACCESS MODE IS RANDOM
000276         RECORD KEY IS OPER-ID.
000277     SELECT OPTIONAL SEC-LOG ASSIGN TO "SECLOG"
000278         ORGANIZATION IS LINE SEQUENTIAL.
000279     SELECT OPTIONAL BANK-MAST ASSIGN TO "BANKMAST"
000280         ORGANIZATION IS INDEXED
000281         ACCESS MODE IS RANDOM
000282         RECORD KEY IS BANK-CODE.
000283
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  ACCT-MAST
000332 FD  ACCT-AUDIT
000333     LABEL RECORDS ARE STANDARD.
000334     COPY AUDITREC.
000335
000336 FD  OPER-MAST
000337     LABEL RECORDS ARE STANDARD.
000338     COPY OPERREC.
000339
000340 FD  SEC-LOG
000341     LABEL RECORDS ARE STANDARD.
000342     COPY SECLOG.
000343
000344 FD  BANK-MAST
000345     LABEL RECORDS ARE STANDARD.
000346     COPY BANKREC.
000347
000350 WORKING-STORAGE SECTION.
000360 77 CRT-STATUS-CODE     PIC 9(04)          VALUE ZERO.
000370 77 EXIT-SWITCH         PIC X(01)          VALUE 'N'.
000390 77 RUN-DATE-YMD        PIC 9(08)          VALUE ZERO.
000391 77 RUN-TIME-NOW        PIC 9(08)          VALUE ZERO.
000392 77 AUDITED-COUNT       PIC 9(05) COMP     VALUE ZERO.
000393 77 SIGNON-SWITCH       PIC X(01)          VALUE 'N'.
000394     88 SIGNON-ACCEPTED                    VALUE 'Y'.
000395 77 SIGNON-ROLE         PIC X(01)          VALUE SPACE.
000396     88 ROLE-INQUIRE                       VALUE 'I' 'U' 'A'.
000397     88 ROLE-UPDATE                        VALUE 'U' 'A'.
000398 77 BANK-CHECK-SWITCH   PIC X(01)          VALUE 'Y'.
000399     88 MAINT-BANK-VALID                   VALUE 'Y'.
000400 01 EDIT-AUDITED-COUNT  PIC ZZ,ZZ9.
000401
000402 01 OPERATOR-ID         PIC X(08)          VALUE SPACES.
000403 01 SIGNON-PASSWORD     PIC X(08)          VALUE SPACES.
000404 01 SIGNON-REASON       PIC X(30)          VALUE SPACES.
000405 01 AUDIT-ACTION-SAVE   PIC X(01)          VALUE SPACE.
000406 01 AUDIT-BEFORE-SAVE   PIC X(80)          VALUE SPACES.
000407
000410 01 MAINT-ACTION-KEY    PIC X(01)          VALUE SPACE.
000420     88 ACTION-ADD                         VALUE 'A' 'a'.
000430     88 ACTION-CHANGE                      VALUE 'C' 'c'.
000490     88 MAINT-STATUS-VALID                 VALUE 'A' 'C'.
000500 01 MAINT-EFFECTIVE-DATE PIC 9(08)         VALUE ZERO.
000510 01 MAINT-OBSOLETE-DATE PIC 9(08)          VALUE ZERO.
000511 01 MAINT-BANK-CODE     PIC X(04)          VALUE SPACES.
000520 01 MAINT-MESSAGE       PIC X(40)          VALUE SPACES.
000530
000540 SCREEN SECTION.
000545     05 LINE 03 COLUMN 05 VALUE 'OPERATOR ID . . . . . . . . .'.
000546     05 LINE 03 COLUMN 38 PIC X(08)
000547        USING OPERATOR-ID.
000548     05 LINE 04 COLUMN 05 VALUE 'PASSWORD. . . . . . . . . . .'.
000549     05 LINE 04 COLUMN 38 PIC X(08)
000550        USING SIGNON-PASSWORD SECURE.
000551     05 LINE 05 COLUMN 05
000552        VALUE 'PRESS ENTER TO BEGIN MAINTENANCE.'.
000553 01 MAINT-SELECT-SCREEN.
000560     05 BLANK SCREEN.
000570     05 LINE 01 COLUMN 20 VALUE 'LIISTING9-4 - ACCOUNT
000580-        ' MAINTENANCE'.
000830     05 LINE 08 COLUMN 05 VALUE 'OBSOLETE DATE (0 = OPEN). . .'.
000840     05 LINE 08 COLUMN 38 PIC 9(08)
000850        USING MAINT-OBSOLETE-DATE.
000851     05 LINE 09 COLUMN 05 VALUE 'DISBURSEMENT BANK CODE. . . .'.
000852     05 LINE 09 COLUMN 38 PIC X(04)
000853        USING MAINT-BANK-CODE.
000854     05 LINE 11 COLUMN 05
000870        VALUE 'PRESS ENTER TO APPLY THE CHANGE.'.
000880
000890 PROCEDURE DIVISION.
000900 BEGIN.
000910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000911     IF SIGNON-ACCEPTED
000912         PERFORM 2000-PROCESS-MAINT THRU 2000-EXIT
000913             UNTIL EXIT-REQUESTED
000914         PERFORM 3000-TERMINATE THRU 3000-EXIT
000915     END-IF
000950     GOBACK
000960     .
000970
000990*  1000-INITIALIZE - SIGN THE OPERATOR ON, THEN OPEN THE MASTER
001000*  FOR UPDATE.  THE FILE IS OPTIONAL SO THE VERY FIRST
001001*  MAINTENANCE SESSION CREATES IT.  THE AUDIT FILE OPENS
001002*  EXTEND - IT IS A PERMANENT TRAIL, NOT A SESSION LOG.  A
001003*  REFUSED SIGN-ON OPENS NOTHING AND THE SESSION ENDS.
001010*----------------------------------------------------------------
001020 1000-INITIALIZE.
001030     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
001031     PERFORM 1050-SIGN-ON THRU 1050-EXIT
001032     IF SIGNON-ACCEPTED
001033         OPEN I-O ACCT-MAST
001034         OPEN EXTEND ACCT-AUDIT
001035         OPEN INPUT BANK-MAST
001036     END-IF
001050     .
001060 1000-EXIT.
001070     EXIT.
001071
001072*----------------------------------------------------------------
001073*  1050-SIGN-ON - CHECK THE OPERATOR AGAINST THE OPERMAST
001074*  SECURITY MASTER.  THE ID MUST BE ON FILE AND ACTIVE, THE
001075*  PASSWORD MUST MATCH, AND THE OPERATOR MUST HOLD A ROLE
001076*  FOR ACCOUNT MAINTENANCE - INQUIRE TO VIEW, UPDATE TO CHANGE.
001077*  ACCEPTED OR REFUSED, THE ATTEMPT GOES TO THE SECURITY LOG.
001078*----------------------------------------------------------------
001079 1050-SIGN-ON.
001080     DISPLAY SIGNON-SCREEN
001081     ACCEPT SIGNON-SCREEN
001082     MOVE SPACES TO SIGNON-REASON
001083     OPEN INPUT OPER-MAST
001084     MOVE OPERATOR-ID TO OPER-ID
001085     READ OPER-MAST
001086         INVALID KEY
001087             MOVE 'OPERATOR NOT ON FILE' TO SIGNON-REASON
001088         NOT INVALID KEY
001089             MOVE OPER-ROLE-ACCOUNTS TO SIGNON-ROLE
001090             EVALUATE TRUE
001091                 WHEN NOT OPER-ACTIVE
001092                     MOVE 'OPERATOR INACTIVE' TO SIGNON-REASON
001093                 WHEN SIGNON-PASSWORD NOT = OPER-PASSWORD
001094                     MOVE 'PASSWORD INCORRECT' TO SIGNON-REASON
001095                 WHEN NOT ROLE-INQUIRE
001096                     MOVE 'NO ROLE FOR 9-4'
001097                         TO SIGNON-REASON
001098                 WHEN OTHER
001099                     SET SIGNON-ACCEPTED TO TRUE
001100             END-EVALUATE
001101     END-READ
001102     CLOSE OPER-MAST
001103     MOVE SPACES TO SEC-LOG-RECORD
001104     IF SIGNON-ACCEPTED
001105         MOVE 'S' TO SEC-EVENT
001106     ELSE
001107         MOVE 'F' TO SEC-EVENT
001108         MOVE SIGNON-REASON TO SEC-REASON
001109         DISPLAY 'SIGN-ON REFUSED: ' SIGNON-REASON
001110         MOVE 8 TO RETURN-CODE
001111     END-IF
001112     OPEN EXTEND SEC-LOG
001113     MOVE RUN-DATE-YMD TO SEC-DATE
001114     ACCEPT RUN-TIME-NOW FROM TIME
001115     MOVE RUN-TIME-NOW (1:6) TO SEC-TIME
001116     MOVE 'LIISTING9-4' TO SEC-PROGRAM
001117     MOVE OPERATOR-ID TO SEC-OPERATOR-ID
001118     WRITE SEC-LOG-RECORD
001119     CLOSE SEC-LOG
001120     .
001121 1050-EXIT.
001122     EXIT.
001123
001124*----------------------------------------------------------------
001125*  2000-PROCESS-MAINT - TAKE ONE ACTION/ACCOUNT-CODE SELECTION
001126*  AND APPLY IT.  THE RESULT MESSAGE SHOWS ON THE NEXT SELECTION
001127*  SCREEN.
001130*----------------------------------------------------------------
001140 2000-PROCESS-MAINT.
001150     MOVE SPACE TO MAINT-ACTION-KEY
001200         MOVE 'ACCOUNT CODE REQUIRED' TO MAINT-MESSAGE
001210     ELSE
001220         EVALUATE TRUE
001221             WHEN ACTION-CHANGE AND NOT ROLE-UPDATE
001222                 PERFORM 2600-INQUIRE-ACCOUNT THRU 2600-EXIT
001223             WHEN NOT ACTION-EXIT AND NOT ROLE-UPDATE
001224                 MOVE 'INQUIRY ONLY - USE C TO VIEW'
001225                     TO MAINT-MESSAGE
001230             WHEN ACTION-ADD
001240                 PERFORM 2100-ADD-ACCOUNT THRU 2100-EXIT
001250             WHEN ACTION-CHANGE
001460     MOVE 'A' TO MAINT-STATUS
001470     MOVE RUN-DATE-YMD TO MAINT-EFFECTIVE-DATE
001480     MOVE ZERO TO MAINT-OBSOLETE-DATE
001481     MOVE SPACES TO MAINT-BANK-CODE
001490     DISPLAY MAINT-DETAIL-SCREEN
001500     ACCEPT MAINT-DETAIL-SCREEN
001501     PERFORM 2450-CHECK-BANK-CODE THRU 2450-EXIT
001510     IF NOT MAINT-STATUS-VALID
001520         MOVE 'STATUS MUST BE A OR C - NOT ADDED'
001530             TO MAINT-MESSAGE
001531     ELSE
001532         IF NOT MAINT-BANK-VALID
001533             MOVE 'BANK NOT ON BANKMAST - NOT ADDED'
001534                 TO MAINT-MESSAGE
001540         ELSE
001550             MOVE SPACES TO ACCT-RECORD
001560             MOVE MAINT-ACCOUNT-CODE TO ACCT-CODE
001570             PERFORM 2400-MOVE-FIELDS-TO-MASTER THRU 2400-EXIT
001580             WRITE ACCT-RECORD
001590                 INVALID KEY
001600                     MOVE 'ACCOUNT ALREADY ON FILE - NOT ADDED'
001610                         TO MAINT-MESSAGE
001620                 NOT INVALID KEY
001630                     MOVE 'ACCOUNT ADDED' TO MAINT-MESSAGE
001631                     MOVE 'A' TO AUDIT-ACTION-SAVE
001632                     MOVE SPACES TO AUDIT-BEFORE-SAVE
001633                     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
001640             END-WRITE
001641         END-IF
001650     END-IF
001660     .
001670 2100-EXIT.
001810             MOVE ACCT-STATUS TO MAINT-STATUS
001820             MOVE ACCT-EFFECTIVE-DATE TO MAINT-EFFECTIVE-DATE
001830             MOVE ACCT-OBSOLETE-DATE TO MAINT-OBSOLETE-DATE
001831             MOVE ACCT-BANK-CODE TO MAINT-BANK-CODE
001840             DISPLAY MAINT-DETAIL-SCREEN
001850             ACCEPT MAINT-DETAIL-SCREEN
001851             PERFORM 2450-CHECK-BANK-CODE THRU 2450-EXIT
001860             IF NOT MAINT-STATUS-VALID
001870                 MOVE 'STATUS MUST BE A OR C - NOT CHANGED'
001880                     TO MAINT-MESSAGE
001881             ELSE
001882                 IF NOT MAINT-BANK-VALID
001883                     MOVE 'BANK NOT ON BANKMAST - NOT CHANGED'
001884                         TO MAINT-MESSAGE
001890                 ELSE
001900                     PERFORM 2400-MOVE-FIELDS-TO-MASTER
001910                         THRU 2400-EXIT
001920                     REWRITE ACCT-RECORD
001930                         INVALID KEY
001940                             MOVE 'REWRITE FAILED - NOT CHANGED'
001950                                 TO MAINT-MESSAGE
001960                         NOT INVALID KEY
001970                             MOVE 'ACCOUNT CHANGED'
001971                                 TO MAINT-MESSAGE
001972                             MOVE 'C' TO AUDIT-ACTION-SAVE
001973                             PERFORM 2500-WRITE-AUDIT
001974                                 THRU 2500-EXIT
001980                     END-REWRITE
001981                 END-IF
001990             END-IF
002000     END-READ
002010     .
002370     MOVE MAINT-STATUS TO ACCT-STATUS
002380     MOVE MAINT-EFFECTIVE-DATE TO ACCT-EFFECTIVE-DATE
002390     MOVE MAINT-OBSOLETE-DATE TO ACCT-OBSOLETE-DATE
002391     MOVE MAINT-BANK-CODE TO ACCT-BANK-CODE
002400     .
002410 2400-EXIT.
002420     EXIT.
002421
002422*----------------------------------------------------------------
002423*  2450-CHECK-BANK-CODE - A DISBURSEMENT BANK KEYED ON THE
002424*  SCREEN MUST BE ON BANKMAST.  BLANK IS ALLOWED FOR AN
002425*  ACCOUNT THAT NEVER PAYS OUT; LIISTING9-1 REJECTS ANY
002426*  PAYMENT AGAINST IT UNTIL A BANK IS ASSIGNED.
002427*----------------------------------------------------------------
002428 2450-CHECK-BANK-CODE.
002429     MOVE 'Y' TO BANK-CHECK-SWITCH
002430     IF MAINT-BANK-CODE NOT = SPACES
002431         MOVE MAINT-BANK-CODE TO BANK-CODE
002432         READ BANK-MAST
002433             INVALID KEY
002434                 MOVE 'N' TO BANK-CHECK-SWITCH
002435         END-READ
002436     END-IF
002437     .
002438 2450-EXIT.
002439     EXIT.
002440
002441*----------------------------------------------------------------
002442*  2500-WRITE-AUDIT - STAMP THE ACTION JUST APPLIED ON THE
002443*  AUDIT TRAIL.  THE BEFORE IMAGE WAS SAVED BY THE CALLER AS
002444*  THE RECORD CAME OFF THE FILE (SPACES FOR AN ADD); THE AFTER
002445*  IMAGE IS THE RECORD AS JUST WRITTEN.
002446*----------------------------------------------------------------
002447 2500-WRITE-AUDIT.
002448     MOVE SPACES TO ACCT-AUDIT-RECORD
002449     MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID
002450     MOVE RUN-DATE-YMD TO AUDIT-DATE
002451     ACCEPT RUN-TIME-NOW FROM TIME
002452     MOVE RUN-TIME-NOW (1:6) TO AUDIT-TIME
002453     MOVE AUDIT-ACTION-SAVE TO AUDIT-ACTION
002454     MOVE AUDIT-BEFORE-SAVE TO AUDIT-BEFORE-IMAGE
002455     MOVE ACCT-RECORD TO AUDIT-AFTER-IMAGE
002456     WRITE ACCT-AUDIT-RECORD
002457     ADD 1 TO AUDITED-COUNT
002458     .
002459 2500-EXIT.
002460     EXIT.
002461
002462*----------------------------------------------------------------
002463*  2600-INQUIRE-ACCOUNT - SHOW THE RECORD ON FILE TO AN
002464*  OPERATOR WHO HOLDS ONLY THE INQUIRE ROLE.  WHATEVER IS KEYED
002465*  OVER ON THE SCREEN IS DISCARDED.
002466*----------------------------------------------------------------
002467 2600-INQUIRE-ACCOUNT.
002468     MOVE MAINT-ACCOUNT-CODE TO ACCT-CODE
002469     READ ACCT-MAST
002470         INVALID KEY
002471             MOVE 'ACCOUNT NOT ON FILE' TO MAINT-MESSAGE
002472         NOT INVALID KEY
002473             MOVE ACCT-DESCRIPTION TO MAINT-DESCRIPTION
002474             MOVE ACCT-STATUS TO MAINT-STATUS
002475             MOVE ACCT-EFFECTIVE-DATE TO MAINT-EFFECTIVE-DATE
002476             MOVE ACCT-OBSOLETE-DATE TO MAINT-OBSOLETE-DATE
002477             MOVE ACCT-BANK-CODE TO MAINT-BANK-CODE
002478             DISPLAY MAINT-DETAIL-SCREEN
002479             ACCEPT MAINT-DETAIL-SCREEN
002480             MOVE 'INQUIRY ONLY - NOT CHANGED' TO MAINT-MESSAGE
002481     END-READ
002482     .
002483 2600-EXIT.
002484     EXIT.
002485
002486*----------------------------------------------------------------
002487*  3000-TERMINATE - CLOSE THE FILES AND REPORT THE SESSION
002488*----------------------------------------------------------------
002489 3000-TERMINATE.
002490     CLOSE ACCT-MAST
002491     CLOSE ACCT-AUDIT
002492     CLOSE BANK-MAST
002493     MOVE AUDITED-COUNT TO EDIT-AUDITED-COUNT
002494     DISPLAY "----------------------------------------"
002495     DISPLAY "CHANGES AUDITED. . . . . " EDIT-AUDITED-COUNT
002496     .
002500 3000-EXIT.
002510     EXIT.
