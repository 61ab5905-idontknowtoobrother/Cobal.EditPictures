000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LIISTING9-21.
000030 AUTHOR. 62160246.
000040 INSTALLATION. DAILY-BATCH-CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  10/15/2026 TWK  NEW PROGRAM.  ONLINE MAINTENANCE TRANSACTION
000110*                  FOR THE OPERMAST OPERATOR SECURITY MASTER,
000120*                  WHICH EVERY ONLINE TRANSACTION NOW CHECKS
000130*                  ITS OPERATOR'S SIGN-ON AGAINST.  THE SECURITY
000140*                  ADMINISTRATOR CAN ADD AN OPERATOR, CHANGE
000150*                  THEIR NAME, PASSWORD, STATUS AND THE ROLE
000160*                  (INQUIRE, UPDATE OR APPROVE) HELD FOR EACH
000170*                  TRANSACTION, OR DEACTIVATE THEM.  NO ONE MAY
000180*                  MAINTAIN THEIR OWN OPERATOR RECORD, AND
000190*                  EVERY APPLIED CHANGE IS WRITTEN TO THE SECLOG
000200*                  SECURITY LOG FOR THE LIISTING9-22 DAILY
000210*                  VIOLATIONS REPORT.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SPECIAL-NAMES.
000260     CRT STATUS IS CRT-STATUS-CODE.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OPTIONAL OPER-MAST ASSIGN TO "OPERMAST"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS OPER-ID.
000330     SELECT OPTIONAL SEC-LOG ASSIGN TO "SECLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  OPER-MAST
000390     LABEL RECORDS ARE STANDARD.
000400     COPY OPERREC.
000410
000420 FD  SEC-LOG
000430     LABEL RECORDS ARE STANDARD.
000440     COPY SECLOG.
000450
000460 WORKING-STORAGE SECTION.
000470 77 CRT-STATUS-CODE     PIC 9(04)          VALUE ZERO.
000480 77 EXIT-SWITCH         PIC X(01)          VALUE 'N'.
000490     88 EXIT-REQUESTED                     VALUE 'Y'.
000500 77 RUN-DATE-YMD        PIC 9(08)          VALUE ZERO.
000510 77 RUN-TIME-NOW        PIC 9(08)          VALUE ZERO.
000520 77 SIGNON-SWITCH       PIC X(01)          VALUE 'N'.
000530     88 SIGNON-ACCEPTED                    VALUE 'Y'.
000540 77 SIGNON-ROLE         PIC X(01)          VALUE SPACE.
000550     88 ROLE-UPDATE                        VALUE 'U' 'A'.
000560 77 FIRST-SIGNON-SWITCH PIC X(01)          VALUE 'N'.
000570     88 FIRST-SIGNON                       VALUE 'Y'.
000580 77 ROLE-IX             PIC 9(02) COMP     VALUE ZERO.
000590 77 LOGGED-COUNT        PIC 9(05) COMP     VALUE ZERO.
000600 01 EDIT-LOGGED-COUNT   PIC ZZ,ZZ9.
000610
000620 01 OPERATOR-ID         PIC X(08)          VALUE SPACES.
000630 01 SIGNON-PASSWORD     PIC X(08)          VALUE SPACES.
000640 01 SIGNON-REASON       PIC X(30)          VALUE SPACES.
000650
000660 01 MAINT-ACTION-KEY    PIC X(01)          VALUE SPACE.
000670     88 ACTION-ADD                         VALUE 'A' 'a'.
000680     88 ACTION-CHANGE                      VALUE 'C' 'c'.
000690     88 ACTION-DEACTIVATE                  VALUE 'D' 'd'.
000700     88 ACTION-EXIT                        VALUE 'X' 'x'.
000710 01 MAINT-OPER-ID       PIC X(08)          VALUE SPACES.
000720 01 MAINT-NAME          PIC X(30)          VALUE SPACES.
000730 01 MAINT-PASSWORD      PIC X(08)          VALUE SPACES.
000740 01 MAINT-STATUS        PIC X(01)          VALUE SPACE.
000750     88 MAINT-STATUS-VALID                 VALUE 'A' 'I'.
000760 01 MAINT-MESSAGE       PIC X(40)          VALUE SPACES.
000770
000780*----------------------------------------------------------------
000790*  THE ROLE BYTES AS KEYED, IN THE OPER-ROLE SLOT ORDER, WITH A
000800*  TABLE VIEW SO THEY CAN BE EDITED IN ONE LOOP.  THE THREE
000810*  SPARE SLOTS ARE CARRIED THROUGH UNTOUCHED.
000820*----------------------------------------------------------------
000830 01 MAINT-ROLES.
000840     05 MAINT-ROLE-EXCEPTIONS   PIC X(01)  VALUE SPACE.
000850     05 MAINT-ROLE-ACCOUNTS     PIC X(01)  VALUE SPACE.
000860     05 MAINT-ROLE-VENDORS      PIC X(01)  VALUE SPACE.
000870     05 MAINT-ROLE-APPROVALS    PIC X(01)  VALUE SPACE.
000880     05 MAINT-ROLE-BUDGETS      PIC X(01)  VALUE SPACE.
000890     05 MAINT-ROLE-RECURRING    PIC X(01)  VALUE SPACE.
000900     05 MAINT-ROLE-SECURITY     PIC X(01)  VALUE SPACE.
000910     05 MAINT-ROLE-SPARE        PIC X(03)  VALUE SPACES.
000920 01 MAINT-ROLE-TABLE REDEFINES MAINT-ROLES.
000930     05 MAINT-ROLE              PIC X(01)  OCCURS 10 TIMES.
000940         88 MAINT-ROLE-VALID    VALUES SPACE 'N' 'I' 'U' 'A'.
000950
000960*----------------------------------------------------------------
000970*  THE SECURITY LOG REFERENCE FOR A MAINTENANCE ENTRY - THE
000980*  OPERATOR MAINTAINED, AND THE STATUS AND ROLES AS LEFT.
000990*----------------------------------------------------------------
001000 01 MAINT-LOG-REASON    PIC X(30)          VALUE SPACES.
001010 01 MAINT-LOG-REFERENCE.
001020     05 MAINT-LOG-OPER-ID       PIC X(08)  VALUE SPACES.
001030     05 FILLER                  PIC X(01)  VALUE SPACE.
001040     05 MAINT-LOG-STATUS        PIC X(01)  VALUE SPACE.
001050     05 FILLER                  PIC X(01)  VALUE SPACE.
001060     05 MAINT-LOG-ROLES         PIC X(10)  VALUE SPACES.
001070     05 FILLER                  PIC X(09)  VALUE SPACES.
001080
001090 SCREEN SECTION.
001100 01 SIGNON-SCREEN.
001110     05 BLANK SCREEN.
001120     05 LINE 01 COLUMN 20 VALUE 'LIISTING9-21 - OPERATOR
001130-        ' SECURITY'.
001140     05 LINE 03 COLUMN 05 VALUE 'OPERATOR ID . . . . . . . . .'.
001150     05 LINE 03 COLUMN 38 PIC X(08)
001160        USING OPERATOR-ID.
001170     05 LINE 04 COLUMN 05 VALUE 'PASSWORD. . . . . . . . . . .'.
001180     05 LINE 04 COLUMN 38 PIC X(08)
001190        USING SIGNON-PASSWORD SECURE.
001200     05 LINE 05 COLUMN 05
001210        VALUE 'PRESS ENTER TO BEGIN MAINTENANCE.'.
001220
001230 01 MAINT-SELECT-SCREEN.
001240     05 BLANK SCREEN.
001250     05 LINE 01 COLUMN 20 VALUE 'LIISTING9-21 - OPERATOR
001260-        ' SECURITY'.
001270     05 LINE 03 COLUMN 05 PIC X(40) FROM MAINT-MESSAGE.
001280     05 LINE 05 COLUMN 05 VALUE 'ACTION (A=ADD, C=CHANGE,
001290-        ' D=DEACTIVATE, X=EXIT)'.
001300     05 LINE 05 COLUMN 52 PIC X(01)
001310        USING MAINT-ACTION-KEY.
001320     05 LINE 06 COLUMN 05 VALUE 'OPERATOR ID . . . . . . . . .'.
001330     05 LINE 06 COLUMN 38 PIC X(08)
001340        USING MAINT-OPER-ID.
001350
001360 01 MAINT-DETAIL-SCREEN.
001370     05 BLANK SCREEN.
001380     05 LINE 01 COLUMN 20 VALUE 'LIISTING9-21 - OPERATOR
001390-        ' SECURITY'.
001400     05 LINE 03 COLUMN 05 VALUE 'OPERATOR ID . . . . . . . . .'.
001410     05 LINE 03 COLUMN 38 PIC X(08) FROM MAINT-OPER-ID.
001420     05 LINE 05 COLUMN 05 VALUE 'OPERATOR NAME . . . . . . . .'.
001430     05 LINE 05 COLUMN 38 PIC X(30)
001440        USING MAINT-NAME.
001450     05 LINE 06 COLUMN 05 VALUE 'PASSWORD (BLANK = KEEP) . . .'.
001460     05 LINE 06 COLUMN 38 PIC X(08)
001470        USING MAINT-PASSWORD SECURE.
001480     05 LINE 07 COLUMN 05 VALUE 'STATUS (A=ACTIVE, I=INACTIVE)'.
001490     05 LINE 07 COLUMN 38 PIC X(01)
001500        USING MAINT-STATUS.
001510     05 LINE 09 COLUMN 05 VALUE 'ROLES: N OR BLANK = NONE,
001520-        ' I = INQUIRE, U = UPDATE, A = APPROVE'.
001530     05 LINE 10 COLUMN 05 VALUE 'ROLE - EXCEPTIONS (9-3) . . .'.
001540     05 LINE 10 COLUMN 38 PIC X(01)
001550        USING MAINT-ROLE-EXCEPTIONS.
001560     05 LINE 11 COLUMN 05 VALUE 'ROLE - ACCOUNTS (9-4) . . . .'.
001570     05 LINE 11 COLUMN 38 PIC X(01)
001580        USING MAINT-ROLE-ACCOUNTS.
001590     05 LINE 12 COLUMN 05 VALUE 'ROLE - VENDORS (9-9). . . . .'.
001600     05 LINE 12 COLUMN 38 PIC X(01)
001610        USING MAINT-ROLE-VENDORS.
001620     05 LINE 13 COLUMN 05 VALUE 'ROLE - APPROVALS (9-13) . . .'.
001630     05 LINE 13 COLUMN 38 PIC X(01)
001640        USING MAINT-ROLE-APPROVALS.
001650     05 LINE 14 COLUMN 05 VALUE 'ROLE - BUDGETS (9-15) . . . .'.
001660     05 LINE 14 COLUMN 38 PIC X(01)
001670        USING MAINT-ROLE-BUDGETS.
001680     05 LINE 15 COLUMN 05 VALUE 'ROLE - RECURRING (9-19) . . .'.
001690     05 LINE 15 COLUMN 38 PIC X(01)
001700        USING MAINT-ROLE-RECURRING.
001710     05 LINE 16 COLUMN 05 VALUE 'ROLE - SECURITY (9-21). . . .'.
001720     05 LINE 16 COLUMN 38 PIC X(01)
001730        USING MAINT-ROLE-SECURITY.
001740     05 LINE 18 COLUMN 05
001750        VALUE 'PRESS ENTER TO APPLY THE CHANGE.'.
001760
001770 PROCEDURE DIVISION.
001780 BEGIN.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001800     IF SIGNON-ACCEPTED
001810         PERFORM 2000-PROCESS-MAINT THRU 2000-EXIT
001820             UNTIL EXIT-REQUESTED
001830         PERFORM 3000-TERMINATE THRU 3000-EXIT
001840     END-IF
001850     GOBACK
001860     .
001870
001880*----------------------------------------------------------------
001890*  1000-INITIALIZE - OPEN THE MASTER FOR UPDATE AND SIGN THE
001900*  OPERATOR ON AGAINST IT.  THE FILE IS OPTIONAL SO THE VERY
001910*  FIRST SESSION CREATES IT.  THE SECURITY LOG OPENS EXTEND -
001920*  IT IS A PERMANENT TRAIL.  A REFUSED SIGN-ON CLOSES THE
001930*  MASTER AGAIN AND THE SESSION ENDS.
001940*----------------------------------------------------------------
001950 1000-INITIALIZE.
001960     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
001970     OPEN I-O OPER-MAST
001980     PERFORM 1050-SIGN-ON THRU 1050-EXIT
001990     IF SIGNON-ACCEPTED
002000         OPEN EXTEND SEC-LOG
002010     ELSE
002020         CLOSE OPER-MAST
002030     END-IF
002040     .
002050 1000-EXIT.
002060     EXIT.
002070
002080*----------------------------------------------------------------
002090*  1050-SIGN-ON - CHECK THE OPERATOR AGAINST THE MASTER THIS
002100*  TRANSACTION MAINTAINS.  THE ID MUST BE ON FILE AND ACTIVE,
002110*  THE PASSWORD MUST MATCH, AND THE OPERATOR MUST HOLD THE
002120*  UPDATE (OR APPROVE) ROLE FOR SECURITY MAINTENANCE.  WHILE
002130*  THE MASTER IS STILL EMPTY THE FIRST SIGN-ON IS ACCEPTED
002140*  UNCHALLENGED SO THE ADMINISTRATOR CAN KEY THE FIRST
002150*  OPERATORS; THE LOG SAYS SO.  ACCEPTED OR REFUSED, THE
002160*  ATTEMPT GOES TO THE SECURITY LOG.
002170*----------------------------------------------------------------
002180 1050-SIGN-ON.
002190     DISPLAY SIGNON-SCREEN
002200     ACCEPT SIGNON-SCREEN
002210     MOVE SPACES TO SIGNON-REASON
002220     MOVE LOW-VALUES TO OPER-ID
002230     START OPER-MAST KEY IS NOT LESS THAN OPER-ID
002240         INVALID KEY
002250             SET FIRST-SIGNON TO TRUE
002260     END-START
002270     IF FIRST-SIGNON
002280         SET SIGNON-ACCEPTED TO TRUE
002290         MOVE 'OPERMAST EMPTY - FIRST SIGN-ON' TO SIGNON-REASON
002300     ELSE
002310         MOVE OPERATOR-ID TO OPER-ID
002320         READ OPER-MAST
002330             INVALID KEY
002340                 MOVE 'OPERATOR NOT ON FILE' TO SIGNON-REASON
002350             NOT INVALID KEY
002360                 MOVE OPER-ROLE-SECURITY TO SIGNON-ROLE
002370                 EVALUATE TRUE
002380                     WHEN NOT OPER-ACTIVE
002390                         MOVE 'OPERATOR INACTIVE'
002400                             TO SIGNON-REASON
002410                     WHEN SIGNON-PASSWORD NOT = OPER-PASSWORD
002420                         MOVE 'PASSWORD INCORRECT'
002430                             TO SIGNON-REASON
002440                     WHEN NOT ROLE-UPDATE
002450                         MOVE 'NO UPDATE ROLE FOR 9-21'
002460                             TO SIGNON-REASON
002470                     WHEN OTHER
002480                         SET SIGNON-ACCEPTED TO TRUE
002490                 END-EVALUATE
002500         END-READ
002510     END-IF
002520     MOVE SPACES TO SEC-LOG-RECORD
002530     MOVE SIGNON-REASON TO SEC-REASON
002540     IF SIGNON-ACCEPTED
002550         MOVE 'S' TO SEC-EVENT
002560     ELSE
002570         MOVE 'F' TO SEC-EVENT
002580         DISPLAY 'SIGN-ON REFUSED: ' SIGNON-REASON
002590         MOVE 8 TO RETURN-CODE
002600     END-IF
002610     OPEN EXTEND SEC-LOG
002620     MOVE RUN-DATE-YMD TO SEC-DATE
002630     ACCEPT RUN-TIME-NOW FROM TIME
002640     MOVE RUN-TIME-NOW (1:6) TO SEC-TIME
002650     MOVE 'LIISTING9-21' TO SEC-PROGRAM
002660     MOVE OPERATOR-ID TO SEC-OPERATOR-ID
002670     WRITE SEC-LOG-RECORD
002680     CLOSE SEC-LOG
002690     .
002700 1050-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------------
002740*  2000-PROCESS-MAINT - TAKE ONE ACTION/OPERATOR-ID SELECTION
002750*  AND APPLY IT.  THE RESULT MESSAGE SHOWS ON THE NEXT
002760*  SELECTION SCREEN.  AN OPERATOR MAY NOT MAINTAIN THEIR OWN
002770*  RECORD - EXCEPT TO KEY THE VERY FIRST ONE INTO AN EMPTY
002780*  MASTER.
002790*----------------------------------------------------------------
002800 2000-PROCESS-MAINT.
002810     MOVE SPACE TO MAINT-ACTION-KEY
002820     DISPLAY MAINT-SELECT-SCREEN
002830     ACCEPT MAINT-SELECT-SCREEN
002840     MOVE SPACES TO MAINT-MESSAGE
002850     EVALUATE TRUE
002860         WHEN ACTION-EXIT
002870             SET EXIT-REQUESTED TO TRUE
002880         WHEN MAINT-OPER-ID = SPACES
002890             MOVE 'OPERATOR ID REQUIRED' TO MAINT-MESSAGE
002900         WHEN MAINT-OPER-ID = OPERATOR-ID AND NOT FIRST-SIGNON
002910             MOVE 'MAY NOT MAINTAIN YOUR OWN ID'
002920                 TO MAINT-MESSAGE
002930         WHEN ACTION-ADD
002940             PERFORM 2100-ADD-OPERATOR THRU 2100-EXIT
002950         WHEN ACTION-CHANGE
002960             PERFORM 2200-CHANGE-OPERATOR THRU 2200-EXIT
002970         WHEN ACTION-DEACTIVATE
002980             PERFORM 2300-DEACTIVATE-OPERATOR THRU 2300-EXIT
002990         WHEN OTHER
003000             MOVE 'ACTION MUST BE A, C, D OR X'
003010                 TO MAINT-MESSAGE
003020     END-EVALUATE
003030     .
003040 2000-EXIT.
003050     EXIT.
003060
003070*----------------------------------------------------------------
003080*  2100-ADD-OPERATOR - KEY A NEW OPERATOR.  STATUS DEFAULTS TO
003090*  ACTIVE AND EVERY ROLE TO NONE - ACCESS IS GRANTED, NEVER
003100*  ASSUMED.  A PASSWORD MUST BE KEYED.
003110*----------------------------------------------------------------
003120 2100-ADD-OPERATOR.
003130     MOVE SPACES TO MAINT-NAME
003140     MOVE SPACES TO MAINT-PASSWORD
003150     MOVE 'A' TO MAINT-STATUS
003160     MOVE SPACES TO MAINT-ROLES
003170     DISPLAY MAINT-DETAIL-SCREEN
003180     ACCEPT MAINT-DETAIL-SCREEN
003190     PERFORM 2500-EDIT-DETAIL-FIELDS THRU 2500-EXIT
003200     IF MAINT-MESSAGE = SPACES AND MAINT-PASSWORD = SPACES
003210         MOVE 'PASSWORD REQUIRED - NOT ADDED' TO MAINT-MESSAGE
003220     END-IF
003230     IF MAINT-MESSAGE = SPACES
003240         MOVE SPACES TO OPER-RECORD
003250         MOVE MAINT-OPER-ID TO OPER-ID
003260         PERFORM 2400-MOVE-FIELDS-TO-MASTER THRU 2400-EXIT
003270         WRITE OPER-RECORD
003280             INVALID KEY
003290                 MOVE 'OPERATOR ALREADY ON FILE - NOT ADDED'
003300                     TO MAINT-MESSAGE
003310             NOT INVALID KEY
003320                 MOVE 'OPERATOR ADDED' TO MAINT-MESSAGE
003330                 MOVE 'OPERATOR ADDED' TO MAINT-LOG-REASON
003340                 PERFORM 2600-WRITE-SECURITY-LOG THRU 2600-EXIT
003350                 MOVE 'N' TO FIRST-SIGNON-SWITCH
003360         END-WRITE
003370     END-IF
003380     .
003390 2100-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------------
003430*  2200-CHANGE-OPERATOR - SHOW THE RECORD ON FILE AND REWRITE
003440*  IT WITH WHATEVER WAS KEYED OVER.  THE PASSWORD IS NEVER
003450*  SHOWN; LEFT BLANK IT IS KEPT AS IT WAS.
003460*----------------------------------------------------------------
003470 2200-CHANGE-OPERATOR.
003480     MOVE MAINT-OPER-ID TO OPER-ID
003490     READ OPER-MAST
003500         INVALID KEY
003510             MOVE 'OPERATOR NOT ON FILE' TO MAINT-MESSAGE
003520         NOT INVALID KEY
003530             MOVE OPER-NAME TO MAINT-NAME
003540             MOVE SPACES TO MAINT-PASSWORD
003550             MOVE OPER-STATUS TO MAINT-STATUS
003560             MOVE OPER-ROLES TO MAINT-ROLES
003570             DISPLAY MAINT-DETAIL-SCREEN
003580             ACCEPT MAINT-DETAIL-SCREEN
003590             PERFORM 2500-EDIT-DETAIL-FIELDS THRU 2500-EXIT
003600             IF MAINT-MESSAGE = SPACES
003610                 PERFORM 2400-MOVE-FIELDS-TO-MASTER
003620                     THRU 2400-EXIT
003630                 REWRITE OPER-RECORD
003640                     INVALID KEY
003650                         MOVE 'REWRITE FAILED - NOT CHANGED'
003660                             TO MAINT-MESSAGE
003670                     NOT INVALID KEY
003680                         MOVE 'OPERATOR CHANGED'
003690                             TO MAINT-MESSAGE
003700                         MOVE 'OPERATOR CHANGED'
003710                             TO MAINT-LOG-REASON
003720                         PERFORM 2600-WRITE-SECURITY-LOG
003730                             THRU 2600-EXIT
003740                 END-REWRITE
003750             END-IF
003760     END-READ
003770     .
003780 2200-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------------
003820*  2300-DEACTIVATE-OPERATOR - MARK THE OPERATOR INACTIVE SO
003830*  EVERY TRANSACTION REFUSES THEIR SIGN-ON.  THE RECORD STAYS
003840*  ON FILE SO THE ID IS NEVER REISSUED TO SOMEONE ELSE.
003850*----------------------------------------------------------------
003860 2300-DEACTIVATE-OPERATOR.
003870     MOVE MAINT-OPER-ID TO OPER-ID
003880     READ OPER-MAST
003890         INVALID KEY
003900             MOVE 'OPERATOR NOT ON FILE' TO MAINT-MESSAGE
003910         NOT INVALID KEY
003920             MOVE 'I' TO OPER-STATUS
003930             MOVE OPERATOR-ID TO OPER-CHANGED-BY
003940             MOVE RUN-DATE-YMD TO OPER-CHANGED-DATE
003950             REWRITE OPER-RECORD
003960                 INVALID KEY
003970                     MOVE 'REWRITE FAILED - NOT DEACTIVATED'
003980                         TO MAINT-MESSAGE
003990                 NOT INVALID KEY
004000                     MOVE 'OPERATOR DEACTIVATED'
004010                         TO MAINT-MESSAGE
004020                     MOVE 'OPERATOR DEACTIVATED'
004030                         TO MAINT-LOG-REASON
004040                     PERFORM 2600-WRITE-SECURITY-LOG
004050                         THRU 2600-EXIT
004060             END-REWRITE
004070     END-READ
004080     .
004090 2300-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------
004130*  2400-MOVE-FIELDS-TO-MASTER - FOLD THE KEYED SCREEN FIELDS
004140*  BACK INTO THE MASTER RECORD AREA, STAMPED WITH THE
004150*  ADMINISTRATOR AND DATE OF THE CHANGE
004160*----------------------------------------------------------------
004170 2400-MOVE-FIELDS-TO-MASTER.
004180     MOVE MAINT-NAME TO OPER-NAME
004190     IF MAINT-PASSWORD NOT = SPACES
004200         MOVE MAINT-PASSWORD TO OPER-PASSWORD
004210     END-IF
004220     MOVE MAINT-STATUS TO OPER-STATUS
004230     MOVE MAINT-ROLES TO OPER-ROLES
004240     MOVE OPERATOR-ID TO OPER-CHANGED-BY
004250     MOVE RUN-DATE-YMD TO OPER-CHANGED-DATE
004260     .
004270 2400-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------------
004310*  2500-EDIT-DETAIL-FIELDS - SCREEN EDITS SHARED BY ADD AND
004320*  CHANGE.  EVERY ROLE BYTE MUST BE ONE OF THE FOUR CODES.
004330*----------------------------------------------------------------
004340 2500-EDIT-DETAIL-FIELDS.
004350     EVALUATE TRUE
004360         WHEN MAINT-NAME = SPACES
004370             MOVE 'OPERATOR NAME REQUIRED - NOT APPLIED'
004380                 TO MAINT-MESSAGE
004390         WHEN NOT MAINT-STATUS-VALID
004400             MOVE 'STATUS MUST BE A OR I - NOT APPLIED'
004410                 TO MAINT-MESSAGE
004420         WHEN OTHER
004430             PERFORM 2510-EDIT-ONE-ROLE THRU 2510-EXIT
004440                 VARYING ROLE-IX FROM 1 BY 1
004450                 UNTIL ROLE-IX > 7
004460     END-EVALUATE
004470     .
004480 2500-EXIT.
004490     EXIT.
004500
004510 2510-EDIT-ONE-ROLE.
004520     IF NOT MAINT-ROLE-VALID (ROLE-IX)
004530         MOVE 'ROLES MUST BE N, I, U OR A - NOT APPLIED'
004540             TO MAINT-MESSAGE
004550     END-IF
004560     .
004570 2510-EXIT.
004580     EXIT.
004590
004600*----------------------------------------------------------------
004610*  2600-WRITE-SECURITY-LOG - RECORD THE CHANGE JUST APPLIED ON
004620*  THE SECURITY LOG: WHO MADE IT, TO WHICH OPERATOR, AND THE
004630*  STATUS AND ROLES AS LEFT.  OPER-RECORD HOLDS THE RECORD AS
004640*  JUST WRITTEN.
004650*----------------------------------------------------------------
004660 2600-WRITE-SECURITY-LOG.
004670     MOVE OPER-ID TO MAINT-LOG-OPER-ID
004680     MOVE OPER-STATUS TO MAINT-LOG-STATUS
004690     MOVE OPER-ROLES TO MAINT-LOG-ROLES
004700     MOVE SPACES TO SEC-LOG-RECORD
004710     MOVE RUN-DATE-YMD TO SEC-DATE
004720     ACCEPT RUN-TIME-NOW FROM TIME
004730     MOVE RUN-TIME-NOW (1:6) TO SEC-TIME
004740     MOVE 'LIISTING9-21' TO SEC-PROGRAM
004750     MOVE OPERATOR-ID TO SEC-OPERATOR-ID
004760     MOVE 'M' TO SEC-EVENT
004770     MOVE MAINT-LOG-REASON TO SEC-REASON
004780     MOVE MAINT-LOG-REFERENCE TO SEC-REFERENCE
004790     WRITE SEC-LOG-RECORD
004800     ADD 1 TO LOGGED-COUNT
004810     .
004820 2600-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------------
004860*  3000-TERMINATE - CLOSE THE FILES AND REPORT THE SESSION
004870*----------------------------------------------------------------
004880 3000-TERMINATE.
004890     CLOSE OPER-MAST
004900     CLOSE SEC-LOG
004910     MOVE LOGGED-COUNT TO EDIT-LOGGED-COUNT
004920     DISPLAY "----------------------------------------"
004930     DISPLAY "CHANGES LOGGED . . . . . " EDIT-LOGGED-COUNT
004940     .
004950 3000-EXIT.
004960     EXIT.
