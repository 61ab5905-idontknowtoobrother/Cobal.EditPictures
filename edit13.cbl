000244*                  RELEASES, SO AN ORDINARY 9-3 CORRECTION OF
000245*                  AN OVER-THRESHOLD PAYMENT STILL FACES THE
000246*                  SUPERVISOR.
000247*  10/15/2026 TWK  THE SUPERVISOR NOW SIGNS ON WITH A PASSWORD
000248*                  AGAINST THE OPERMAST SECURITY MASTER AND MUST
000249*                  HOLD THE APPROVE ROLE FOR THIS TRANSACTION;
000250*                  EVERY ATTEMPT IS WRITTEN TO THE SECLOG
000251*                  SECURITY LOG AND A REFUSED SIGN-ON ENDS THE
000252*                  SESSION.  SEGREGATION OF DUTIES: A SUPERVISOR
000253*                  MAY NOT RELEASE A PAYMENT THEY CORRECTED IN
000254*                  LIISTING9-3 (AMTIN-CORRECTED-BY) OR WHOSE
000255*                  VENDOR THEY LAST CHANGED IN LIISTING9-9
000256*                  (VEND-CHANGED-BY).  THE ATTEMPT IS LOGGED AS
000257*                  A VIOLATION AND THE RECORD STAYS PENDING FOR
000258*                  ANOTHER SUPERVISOR.  PENDAPPR-NEW NOW OPENS
000259*                  AT SIGN-ON SO A REFUSED RECORD CAN BE
000260*                  CARRIED AS IT IS PASSED.
000261*  10/15/2026 TWK  A HELD SPLIT PAYMENT ARRIVES AS ITS PAYEE
000262*                  RECORD FOLLOWED BY ITS DISTRIBUTION LINES.
000263*                  ONLY THE PAYEE IS SHOWN; THE LINES BEHIND IT
000264*                  GO WHERE IT GOES - RELEASED TO THE RESUBMIT
000265*                  FILE, REJECTED, OR CARRIED FORWARD - SO THE
000266*                  PAYMENT IS NEVER RELEASED WITHOUT THEM.
000267*----------------------------------------------------------------
000268 ENVIRONMENT DIVISION.
000269 CONFIGURATION SECTION.
000270 SPECIAL-NAMES.
000280     CRT STATUS IS CRT-STATUS-CODE.
000290 INPUT-OUTPUT SECTION.
000360         ORGANIZATION IS LINE SEQUENTIAL.
000361     SELECT PEND-NEW ASSIGN TO "PENDAPPR-NEW"
000362         ORGANIZATION IS LINE SEQUENTIAL.
000363     SELECT OPTIONAL VEND-MAST ASSIGN TO "VENDMAST"
000364         ORGANIZATION IS INDEXED
000365         ACCESS MODE IS RANDOM
000366         RECORD KEY IS VEND-ID.
000367     SELECT OPTIONAL OPER-MAST ASSIGN TO "OPERMAST"
000368         ORGANIZATION IS INDEXED
000369         ACCESS MODE IS RANDOM
000370         RECORD KEY IS OPER-ID.
000371     SELECT OPTIONAL SEC-LOG ASSIGN TO "SECLOG"
000372         ORGANIZATION IS LINE SEQUENTIAL.
000373
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  PEND-IN
000509     LABEL RECORDS ARE STANDARD.
000510 01  PEND-NEW-RECORD             PIC X(130).
000511
000512 FD  VEND-MAST
000513     LABEL RECORDS ARE STANDARD.
000514     COPY VENDREC.
000515
000516 FD  OPER-MAST
000517     LABEL RECORDS ARE STANDARD.
000518     COPY OPERREC.
000519
000520 FD  SEC-LOG
000521     LABEL RECORDS ARE STANDARD.
000522     COPY SECLOG.
000523
000524 WORKING-STORAGE SECTION.
000530 77 CRT-STATUS-CODE     PIC 9(04)          VALUE ZERO.
000540 77 PEND-EOF-SWITCH     PIC X(01)          VALUE 'N'.
000550     88 END-OF-PEND-IN                     VALUE 'Y'.
000580 77 APPROVED-COUNT      PIC 9(05) COMP     VALUE ZERO.
000590 77 REJECTED-COUNT      PIC 9(05) COMP     VALUE ZERO.
000591 77 CARRIED-COUNT       PIC 9(05) COMP     VALUE ZERO.
000592 77 REFUSED-COUNT       PIC 9(05) COMP     VALUE ZERO.
000600 77 RUN-DATE-YMD        PIC 9(08)          VALUE ZERO.
000601 77 RUN-TIME-NOW        PIC 9(08)          VALUE ZERO.
000602 77 SIGNON-SWITCH       PIC X(01)          VALUE 'N'.
000603     88 SIGNON-ACCEPTED                    VALUE 'Y'.
000604 77 SIGNON-ROLE         PIC X(01)          VALUE SPACE.
000605     88 ROLE-APPROVE                       VALUE 'A'.
000606 77 LINE-ACTION         PIC X(01)          VALUE SPACE.
000607     88 LINES-RELEASED                     VALUE 'A'.
000608     88 LINES-REJECTED                     VALUE 'R'.
000609 77 LINES-DONE-SWITCH   PIC X(01)          VALUE 'N'.
000610     88 LINES-DONE                         VALUE 'Y'.
000611 01 EDIT-APPROVED-COUNT PIC ZZ,ZZ9.
000620 01 EDIT-REJECTED-COUNT PIC ZZ,ZZ9.
000621 01 EDIT-CARRIED-COUNT  PIC ZZ,ZZ9.
000622 01 EDIT-REFUSED-COUNT  PIC ZZ,ZZ9.
000623
000624*----------------------------------------------------------------
000625*  THE AMTIN RECORD LAYOUT, COPIED AS A WORK AREA SO AN
000626*  APPROVED RELEASE CAN BE STAMPED WITH THE RELEASE FLAG THE
000627*  BATCH JOB HONORS WHEN IT SKIPS THE APPROVAL THRESHOLD.
000628*----------------------------------------------------------------
000629 COPY AMTINREC.
000630
000640 01 OPERATOR-ID         PIC X(08)          VALUE SPACES.
000641 01 SIGNON-PASSWORD     PIC X(08)          VALUE SPACES.
000642 01 SIGNON-REASON       PIC X(30)          VALUE SPACES.
000643 01 DUTIES-REASON       PIC X(30)          VALUE SPACES.
000644     88 DUTIES-CLEAR                       VALUE SPACES.
000645 01 APPROVE-MESSAGE.
000646     05 APPROVE-MESSAGE-LEAD PIC X(24)     VALUE SPACES.
000647     05 APPROVE-MESSAGE-REASON
000648                            PIC X(30)      VALUE SPACES.
000650 01 APPROVE-ACTION-KEY  PIC X(01)          VALUE SPACE.
000660     88 ACTION-APPROVE                     VALUE 'A' 'a'.
000670     88 ACTION-REJECT                      VALUE 'R' 'r'.
000860     05 LINE 03 COLUMN 05 VALUE 'SUPERVISOR ID . . . . . . . .'.
000870     05 LINE 03 COLUMN 38 PIC X(08)
000880        USING OPERATOR-ID.
000881     05 LINE 04 COLUMN 05 VALUE 'PASSWORD. . . . . . . . . . .'.
000882     05 LINE 04 COLUMN 38 PIC X(08)
000883        USING SIGNON-PASSWORD SECURE.
000890     05 LINE 05 COLUMN 05
000900        VALUE 'PRESS ENTER TO BEGIN APPROVALS.'.
000910
001060        VALUE 'A = APPROVE AND RELEASE, R = REJECT, X = EXIT'.
001070     05 LINE 10 COLUMN 52 PIC X(01)
001080        USING APPROVE-ACTION-KEY.
001081     05 LINE 12 COLUMN 05 PIC X(54) FROM APPROVE-MESSAGE.
001090
001100 PROCEDURE DIVISION.
001110 BEGIN.
001120     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001121     IF SIGNON-ACCEPTED
001122         PERFORM 2000-PROCESS-HELD-RECORD THRU 2000-EXIT
001123             UNTIL END-OF-PEND-IN OR EXIT-REQUESTED
001124         PERFORM 3000-TERMINATE THRU 3000-EXIT
001125     END-IF
001160     GOBACK
001170     .
001180
001210*  PRIME THE READ.  RESUBMIT AND APPRAUDT OPEN EXTEND SO THIS
001220*  SITTING ADDS TO, RATHER THAN ERASES, EARLIER SESSIONS - THE
001230*  AUDIT FILE IN PARTICULAR IS A PERMANENT RECORD OF WHO
001231*  APPROVED WHAT.  PENDAPPR-NEW OPENS HERE SO A RECORD WHOSE
001232*  RELEASE IS REFUSED CAN BE CARRIED FORWARD AS IT IS PASSED.
001233*  A REFUSED SIGN-ON OPENS NOTHING AND THE SESSION ENDS.
001250*----------------------------------------------------------------
001260 1000-INITIALIZE.
001270     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
001271     PERFORM 1050-SIGN-ON THRU 1050-EXIT
001272     IF SIGNON-ACCEPTED
001273         OPEN INPUT PEND-IN
001274         OPEN EXTEND RESUB-OUT
001275         OPEN EXTEND APPR-OUT
001276         OPEN OUTPUT PEND-NEW
001277         OPEN INPUT VEND-MAST
001278         OPEN EXTEND SEC-LOG
001279         PERFORM 1100-READ-PENDING THRU 1100-EXIT
001280     END-IF
001340     .
001350 1000-EXIT.
001360     EXIT.
001361
001362*----------------------------------------------------------------
001363*  1050-SIGN-ON - CHECK THE OPERATOR AGAINST THE OPERMAST
001364*  SECURITY MASTER.  THE ID MUST BE ON FILE AND ACTIVE, THE
001365*  PASSWORD MUST MATCH, AND THE OPERATOR MUST HOLD THE
001366*  APPROVE ROLE FOR PAYMENT APPROVAL.  ACCEPTED OR REFUSED, THE
001367*  ATTEMPT GOES TO THE SECURITY LOG.
001368*----------------------------------------------------------------
001369 1050-SIGN-ON.
001370     DISPLAY SIGNON-SCREEN
001371     ACCEPT SIGNON-SCREEN
001372     MOVE SPACES TO SIGNON-REASON
001373     OPEN INPUT OPER-MAST
001374     MOVE OPERATOR-ID TO OPER-ID
001375     READ OPER-MAST
001376         INVALID KEY
001377             MOVE 'OPERATOR NOT ON FILE' TO SIGNON-REASON
001378         NOT INVALID KEY
001379             MOVE OPER-ROLE-APPROVALS TO SIGNON-ROLE
001380             EVALUATE TRUE
001381                 WHEN NOT OPER-ACTIVE
001382                     MOVE 'OPERATOR INACTIVE' TO SIGNON-REASON
001383                 WHEN SIGNON-PASSWORD NOT = OPER-PASSWORD
001384                     MOVE 'PASSWORD INCORRECT' TO SIGNON-REASON
001385                 WHEN NOT ROLE-APPROVE
001386                     MOVE 'NO APPROVE ROLE FOR 9-13'
001387                         TO SIGNON-REASON
001388                 WHEN OTHER
001389                     SET SIGNON-ACCEPTED TO TRUE
001390             END-EVALUATE
001391     END-READ
001392     CLOSE OPER-MAST
001393     MOVE SPACES TO SEC-LOG-RECORD
001394     IF SIGNON-ACCEPTED
001395         MOVE 'S' TO SEC-EVENT
001396     ELSE
001397         MOVE 'F' TO SEC-EVENT
001398         MOVE SIGNON-REASON TO SEC-REASON
001399         DISPLAY 'SIGN-ON REFUSED: ' SIGNON-REASON
001400         MOVE 8 TO RETURN-CODE
001401     END-IF
001402     OPEN EXTEND SEC-LOG
001403     MOVE RUN-DATE-YMD TO SEC-DATE
001404     ACCEPT RUN-TIME-NOW FROM TIME
001405     MOVE RUN-TIME-NOW (1:6) TO SEC-TIME
001406     MOVE 'LIISTING9-13' TO SEC-PROGRAM
001407     MOVE OPERATOR-ID TO SEC-OPERATOR-ID
001408     WRITE SEC-LOG-RECORD
001409     CLOSE SEC-LOG
001410     .
001411 1050-EXIT.
001412     EXIT.
001413
001414 1100-READ-PENDING.
001415     READ PEND-IN
001416         AT END SET END-OF-PEND-IN TO TRUE
001417     END-READ
001420     .
001430 1100-EXIT.
001440     EXIT.
001470*  2000-PROCESS-HELD-RECORD - SHOW ONE HELD PAYMENT, TAKE THE
001480*  SUPERVISOR'S APPROVE/REJECT/EXIT DECISION, AND MOVE ON.  AN
001490*  ACTION KEY THAT IS NONE OF A, R OR X REDISPLAYS THE RECORD.
001491*  AN APPROVAL THE SEGREGATION-OF-DUTIES CHECK REFUSES LEAVES
001492*  THE RECORD PENDING AND MOVES ON, SAYING WHY ON THE NEXT
001493*  SCREEN.
001500*----------------------------------------------------------------
001510 2000-PROCESS-HELD-RECORD.
001520     MOVE PEND-RAW-RECORD TO PEND-RAW-DISPLAY
001550     MOVE SPACE TO APPROVE-ACTION-KEY
001560     DISPLAY APPROVE-SCREEN
001570     ACCEPT APPROVE-SCREEN
001571     MOVE SPACES TO APPROVE-MESSAGE
001580     EVALUATE TRUE
001590         WHEN ACTION-APPROVE
001591             PERFORM 2050-CHECK-DUTIES THRU 2050-EXIT
001592             IF DUTIES-CLEAR
001593                 PERFORM 2100-APPROVE-RECORD THRU 2100-EXIT
001594                 MOVE 'A' TO LINE-ACTION
001595             ELSE
001596                 PERFORM 2400-REFUSE-RELEASE THRU 2400-EXIT
001597                 MOVE 'C' TO LINE-ACTION
001598             END-IF
001599             PERFORM 2500-FOLLOW-DIST-LINES THRU 2500-EXIT
001620         WHEN ACTION-REJECT
001630             PERFORM 2200-REJECT-RECORD THRU 2200-EXIT
001631             MOVE 'R' TO LINE-ACTION
001632             PERFORM 2500-FOLLOW-DIST-LINES THRU 2500-EXIT
001650         WHEN ACTION-EXIT
001660             SET EXIT-REQUESTED TO TRUE
001670         WHEN OTHER
001700     .
001710 2000-EXIT.
001720     EXIT.
001721
001722*----------------------------------------------------------------
001723*  2050-CHECK-DUTIES - SEGREGATION OF DUTIES.  THE SUPERVISOR
001724*  MAY NOT RELEASE A PAYMENT THEY CORRECTED IN LIISTING9-3,
001725*  NOR ONE WHOSE VENDOR THEY WERE THE LAST TO CHANGE IN
001726*  LIISTING9-9 - EITHER WAY ONE PERSON WOULD HAVE SHAPED AND
001727*  RELEASED THE SAME PAYMENT.  DUTIES-REASON STAYS SPACES WHEN
001728*  THE RELEASE MAY GO AHEAD.
001729*----------------------------------------------------------------
001730 2050-CHECK-DUTIES.
001731     MOVE SPACES TO DUTIES-REASON
001732     MOVE PEND-RAW-RECORD TO AMTIN-RECORD-X
001733     IF AMTIN-CORRECTED-BY = OPERATOR-ID
001734         MOVE 'CORRECTED THE PAYMENT IN 9-3' TO DUTIES-REASON
001735     ELSE
001736         IF AMTIN-VENDOR-ID NOT = SPACES
001737             MOVE AMTIN-VENDOR-ID TO VEND-ID
001738             READ VEND-MAST
001739                 INVALID KEY
001740                     CONTINUE
001741                 NOT INVALID KEY
001742                     IF VEND-CHANGED-BY = OPERATOR-ID
001743                         MOVE 'LAST CHANGED THE VENDOR IN 9-9'
001744                             TO DUTIES-REASON
001745                     END-IF
001746             END-READ
001747         END-IF
001748     END-IF
001749     .
001750 2050-EXIT.
001751     EXIT.
001752
001753*----------------------------------------------------------------
001754*  2100-APPROVE-RECORD - RELEASE THE PAYMENT TO THE RESUBMIT
001760*  FILE THE NEXT LIISTING9-1 RUN READS AHEAD OF AMTIN, STAMPED
001770*  WITH THE RELEASE FLAG SO THE BATCH JOB KNOWS A SUPERVISOR
001771*  CLEARED IT PAST THE THRESHOLD, AND STAMP THE DECISION ON
002070     .
002080 2300-EXIT.
002090     EXIT.
002091
002092*----------------------------------------------------------------
002093*  2400-REFUSE-RELEASE - THE SEGREGATION-OF-DUTIES CHECK FAILED.
002094*  LOG THE VIOLATION, CARRY THE RECORD FORWARD TO PENDAPPR-NEW
002095*  UNDECIDED SO ANOTHER SUPERVISOR CAN TAKE IT, AND SAY WHY ON
002096*  THE NEXT SCREEN.  NOTHING GOES TO THE APPROVAL AUDIT FILE -
002097*  NO DECISION WAS MADE.
002098*----------------------------------------------------------------
002099 2400-REFUSE-RELEASE.
002100     MOVE SPACES TO SEC-LOG-RECORD
002101     MOVE RUN-DATE-YMD TO SEC-DATE
002102     ACCEPT RUN-TIME-NOW FROM TIME
002103     MOVE RUN-TIME-NOW (1:6) TO SEC-TIME
002104     MOVE 'LIISTING9-13' TO SEC-PROGRAM
002105     MOVE OPERATOR-ID TO SEC-OPERATOR-ID
002106     MOVE 'D' TO SEC-EVENT
002107     MOVE DUTIES-REASON TO SEC-REASON
002108     MOVE AMTIN-PAYEE-NAME TO SEC-REFERENCE
002109     WRITE SEC-LOG-RECORD
002110     MOVE PEND-RECORD TO PEND-NEW-RECORD
002111     WRITE PEND-NEW-RECORD
002112     ADD 1 TO CARRIED-COUNT
002113     ADD 1 TO REFUSED-COUNT
002114     MOVE 'LEFT PENDING - APPROVER ' TO APPROVE-MESSAGE-LEAD
002115     MOVE DUTIES-REASON TO APPROVE-MESSAGE-REASON
002116     .
002117 2400-EXIT.
002118     EXIT.
002119
002120*----------------------------------------------------------------
002121*  2500-FOLLOW-DIST-LINES - READ PAST THE DECIDED RECORD.  ANY
002122*  DISTRIBUTION LINES BEHIND IT BELONG TO THE SAME SPLIT
002123*  PAYMENT AND TAKE THE SAME DECISION WITHOUT BEING SHOWN.
002124*----------------------------------------------------------------
002125 2500-FOLLOW-DIST-LINES.
002126     PERFORM 1100-READ-PENDING THRU 1100-EXIT
002127     MOVE 'N' TO LINES-DONE-SWITCH
002128     PERFORM 2510-FOLLOW-ONE-LINE THRU 2510-EXIT
002129         UNTIL END-OF-PEND-IN OR LINES-DONE
002130     .
002131 2500-EXIT.
002132     EXIT.
002133
002134 2510-FOLLOW-ONE-LINE.
002135     MOVE PEND-RAW-RECORD TO AMTIN-RECORD-X
002136     IF NOT AMTIN-DISTRIBUTION-LINE
002137         SET LINES-DONE TO TRUE
002138     ELSE
002139         EVALUATE TRUE
002140             WHEN LINES-RELEASED
002141                 MOVE AMTIN-RECORD-X TO RESUB-RECORD
002142                 WRITE RESUB-RECORD
002143                 MOVE 'A' TO APPR-ACTION
002144                 PERFORM 2300-WRITE-AUDIT THRU 2300-EXIT
002145             WHEN LINES-REJECTED
002146                 MOVE 'R' TO APPR-ACTION
002147                 PERFORM 2300-WRITE-AUDIT THRU 2300-EXIT
002148             WHEN OTHER
002149                 MOVE PEND-RECORD TO PEND-NEW-RECORD
002150                 WRITE PEND-NEW-RECORD
002151         END-EVALUATE
002152         PERFORM 1100-READ-PENDING THRU 1100-EXIT
002153     END-IF
002154     .
002155 2510-EXIT.
002156     EXIT.
002157
002158*----------------------------------------------------------------
002159*  3000-TERMINATE - REWRITE THE UNDECIDED REMAINDER, CLOSE THE
002160*  FILES AND REPORT THE SESSION TOTALS
002161*----------------------------------------------------------------
002162 3000-TERMINATE.
002163     PERFORM 3100-CARRY-REMAINDER THRU 3100-EXIT
002164     CLOSE PEND-IN
002165     CLOSE RESUB-OUT
002170     CLOSE APPR-OUT
002171     CLOSE PEND-NEW
002172     CLOSE VEND-MAST
002173     CLOSE SEC-LOG
002180     MOVE APPROVED-COUNT TO EDIT-APPROVED-COUNT
002190     MOVE REJECTED-COUNT TO EDIT-REJECTED-COUNT
002191     MOVE CARRIED-COUNT TO EDIT-CARRIED-COUNT
002192     MOVE REFUSED-COUNT TO EDIT-REFUSED-COUNT
002200     DISPLAY "----------------------------------------"
002210     DISPLAY "PAYMENTS APPROVED. . . . " EDIT-APPROVED-COUNT
002220     DISPLAY "PAYMENTS REJECTED. . . . " EDIT-REJECTED-COUNT
002221     DISPLAY "STILL PENDING. . . . . . " EDIT-CARRIED-COUNT
002222     DISPLAY "RELEASES REFUSED . . . . " EDIT-REFUSED-COUNT
002230     .
002240 3000-EXIT.
002250     EXIT.
002300*  EVERYTHING BEHIND IT) IS REWRITTEN TO PENDAPPR-NEW, WHICH
002310*  OPERATIONS SWAPS IN FOR PENDAPPR.  A DECIDED RECORD IS NOT
002320*  CARRIED, SO IT CAN NEVER BE RE-PRESENTED - OR RE-APPROVED
002321*  AND PAID TWICE - IN A LATER SESSION.  RECORDS WHOSE RELEASE
002322*  WAS REFUSED ARE ALREADY ON PENDAPPR-NEW AHEAD OF THESE.
002340*----------------------------------------------------------------
002350 3100-CARRY-REMAINDER.
002370     PERFORM 3110-CARRY-ONE-FORWARD THRU 3110-EXIT
002380         UNTIL END-OF-PEND-IN
002400     .
002410 3100-EXIT.
002420     EXIT.
