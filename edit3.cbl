000295*                  SKIPPED THE BATCH JOB'S APPROVAL THRESHOLD
000296*                  ON RESUBMIT; ONLY THE APPROVAL TRANSACTION
000297*                  MAY SET IT.
000298*  10/15/2026 TWK  THE OPERATOR NOW SIGNS ON WITH A PASSWORD
000299*                  AGAINST THE OPERMAST SECURITY MASTER AND MUST
000300*                  HOLD THE UPDATE ROLE FOR THIS TRANSACTION;
000301*                  EVERY ATTEMPT IS WRITTEN TO THE SECLOG
000302*                  SECURITY LOG AND A REFUSED SIGN-ON ENDS THE
000303*                  SESSION.  A RESUBMITTED CORRECTION IS
000304*                  STAMPED WITH THE OPERATOR ID SO 9-13 CAN
000305*                  REFUSE TO LET THE SAME OPERATOR RELEASE IT.
000306*----------------------------------------------------------------
000307 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     CRT STATUS IS CRT-STATUS-CODE.
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT OPTIONAL PURGE-OUT ASSIGN TO "PURGE-OUT"
000410         ORGANIZATION IS LINE SEQUENTIAL.
000411     SELECT OPTIONAL OPER-MAST ASSIGN TO "OPERMAST"
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS RANDOM
000414         RECORD KEY IS OPER-ID.
000415     SELECT OPTIONAL SEC-LOG ASSIGN TO "SECLOG"
000416         ORGANIZATION IS LINE SEQUENTIAL.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000530 FD  PURGE-OUT
000540     LABEL RECORDS ARE STANDARD.
000550     COPY PURGEREC.
000551
000552 FD  OPER-MAST
000553     LABEL RECORDS ARE STANDARD.
000554     COPY OPERREC.
000555
000556 FD  SEC-LOG
000557     LABEL RECORDS ARE STANDARD.
000558     COPY SECLOG.
000560
000570 WORKING-STORAGE SECTION.
000580 77 CRT-STATUS-CODE     PIC 9(04)          VALUE ZERO.
000630 77 CORRECTED-COUNT     PIC 9(05) COMP     VALUE ZERO.
000640 77 PURGED-COUNT        PIC 9(05) COMP     VALUE ZERO.
000650 77 RUN-DATE-YMD        PIC 9(08)          VALUE ZERO.
000651 77 RUN-TIME-NOW        PIC 9(08)          VALUE ZERO.
000652 77 SIGNON-SWITCH       PIC X(01)          VALUE 'N'.
000653     88 SIGNON-ACCEPTED                    VALUE 'Y'.
000654 77 SIGNON-ROLE         PIC X(01)          VALUE SPACE.
000655     88 ROLE-UPDATE                        VALUE 'U' 'A'.
000660 01 EDIT-CORRECTED-COUNT PIC ZZ,ZZ9.
000670 01 EDIT-PURGED-COUNT    PIC ZZ,ZZ9.
000680
000690 01 OPERATOR-ID         PIC X(08)          VALUE SPACES.
000691 01 SIGNON-PASSWORD     PIC X(08)          VALUE SPACES.
000692 01 SIGNON-REASON       PIC X(30)          VALUE SPACES.
000700 01 CORRECT-ACTION-KEY  PIC X(01)          VALUE SPACE.
000710     88 ACTION-FIX                         VALUE 'F' 'f'.
000720     88 ACTION-DROP                        VALUE 'D' 'd'.
000900     05 CORRECT-VENDOR-ID          PIC X(08).
000901     05 CORRECT-PAY-METHOD-X       PIC X(01).
000902     05 CORRECT-RELEASE-FLAG-X     PIC X(01).
000903     05 CORRECT-CORRECTED-BY       PIC X(08).
000904     05 FILLER                     PIC X(05).
000905
000906*----------------------------------------------------------------
000907*  THE 100-BYTE RAW IMAGE DISPLAYS ON TWO SCREEN LINES - THE
000908*  SCREEN IS ONLY 80 COLUMNS WIDE.
000909*----------------------------------------------------------------
000910 01 CORRECT-RAW-DISPLAY.
000911     05 CORRECT-RAW-PART1          PIC X(80).
000912     05 CORRECT-RAW-PART2          PIC X(20).
000913
000920 SCREEN SECTION.
000930 01 SIGNON-SCREEN.
000940     05 BLANK SCREEN.
000970     05 LINE 03 COLUMN 05 VALUE 'OPERATOR ID . . . . . . . . .'.
000980     05 LINE 03 COLUMN 38 PIC X(08)
000990        USING OPERATOR-ID.
000991     05 LINE 04 COLUMN 05 VALUE 'PASSWORD. . . . . . . . . . .'.
000992     05 LINE 04 COLUMN 38 PIC X(08)
000993        USING SIGNON-PASSWORD SECURE.
001000     05 LINE 05 COLUMN 05
001010        VALUE 'PRESS ENTER TO BEGIN CORRECTIONS.'.
001020
001380 PROCEDURE DIVISION.
001390 BEGIN.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001401     IF SIGNON-ACCEPTED
001402         PERFORM 2000-PROCESS-EXCEPTION THRU 2000-EXIT
001403             UNTIL END-OF-EXCEPT-IN OR EXIT-REQUESTED
001404         PERFORM 3000-TERMINATE THRU 3000-EXIT
001405     END-IF
001440     GOBACK
001450     .
001460
001490*  PRIME THE READ.  RESUBMIT AND PURGE-OUT OPEN EXTEND SO A
001500*  SECOND SITTING BEFORE THE NEXT BATCH RUN ADDS TO, RATHER
001510*  THAN ERASES, THE EARLIER SESSION'S RECORDS - THE PURGE FILE
001511*  IN PARTICULAR IS A PERMANENT AUDIT TRAIL.  A REFUSED
001512*  SIGN-ON OPENS NOTHING AND THE SESSION ENDS.
001530*----------------------------------------------------------------
001540 1000-INITIALIZE.
001550     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
001551     PERFORM 1050-SIGN-ON THRU 1050-EXIT
001552     IF SIGNON-ACCEPTED
001553         OPEN INPUT EXCEPT-IN
001554         OPEN EXTEND RESUB-OUT
001555         OPEN EXTEND PURGE-OUT
001556         PERFORM 1100-READ-EXCEPT THRU 1100-EXIT
001557     END-IF
001620     .
001630 1000-EXIT.
001640     EXIT.
001641
001642*----------------------------------------------------------------
001643*  1050-SIGN-ON - CHECK THE OPERATOR AGAINST THE OPERMAST
001644*  SECURITY MASTER.  THE ID MUST BE ON FILE AND ACTIVE, THE
001645*  PASSWORD MUST MATCH, AND THE OPERATOR MUST HOLD THE UPDATE
001646*  (OR APPROVE) ROLE FOR EXCEPTION CORRECTION - THERE IS NOTHING
001647*  HERE TO MERELY INQUIRE ON.  ACCEPTED OR REFUSED, THE ATTEMPT
001648*  GOES TO THE SECURITY LOG.
001649*----------------------------------------------------------------
001650 1050-SIGN-ON.
001651     DISPLAY SIGNON-SCREEN
001652     ACCEPT SIGNON-SCREEN
001653     MOVE SPACES TO SIGNON-REASON
001654     OPEN INPUT OPER-MAST
001655     MOVE OPERATOR-ID TO OPER-ID
001656     READ OPER-MAST
001657         INVALID KEY
001658             MOVE 'OPERATOR NOT ON FILE' TO SIGNON-REASON
001659         NOT INVALID KEY
001660             MOVE OPER-ROLE-EXCEPTIONS TO SIGNON-ROLE
001661             EVALUATE TRUE
001662                 WHEN NOT OPER-ACTIVE
001663                     MOVE 'OPERATOR INACTIVE' TO SIGNON-REASON
001664                 WHEN SIGNON-PASSWORD NOT = OPER-PASSWORD
001665                     MOVE 'PASSWORD INCORRECT' TO SIGNON-REASON
001666                 WHEN NOT ROLE-UPDATE
001667                     MOVE 'NO UPDATE ROLE FOR 9-3'
001668                         TO SIGNON-REASON
001669                 WHEN OTHER
001670                     SET SIGNON-ACCEPTED TO TRUE
001671             END-EVALUATE
001672     END-READ
001673     CLOSE OPER-MAST
001674     MOVE SPACES TO SEC-LOG-RECORD
001675     IF SIGNON-ACCEPTED
001676         MOVE 'S' TO SEC-EVENT
001677     ELSE
001678         MOVE 'F' TO SEC-EVENT
001679         MOVE SIGNON-REASON TO SEC-REASON
001680         DISPLAY 'SIGN-ON REFUSED: ' SIGNON-REASON
001681         MOVE 8 TO RETURN-CODE
001682     END-IF
001683     OPEN EXTEND SEC-LOG
001684     MOVE RUN-DATE-YMD TO SEC-DATE
001685     ACCEPT RUN-TIME-NOW FROM TIME
001686     MOVE RUN-TIME-NOW (1:6) TO SEC-TIME
001687     MOVE 'LIISTING9-3' TO SEC-PROGRAM
001688     MOVE OPERATOR-ID TO SEC-OPERATOR-ID
001689     WRITE SEC-LOG-RECORD
001690     CLOSE SEC-LOG
001691     .
001692 1050-EXIT.
001693     EXIT.
001694
001695 1100-READ-EXCEPT.
001696     READ EXCEPT-IN
001697         AT END SET END-OF-EXCEPT-IN TO TRUE
001698     END-READ
001700     .
001710 1100-EXIT.
001720     EXIT.
002042*    FLAG - A FLAG RIDING IN ON THE REJECTED IMAGE WOULD LET
002043*    THIS CORRECTION SKIP THE APPROVAL THRESHOLD.
002044     MOVE SPACE TO CORRECT-RELEASE-FLAG-X
002045*    THE CORRECTOR RIDES WITH THE IMAGE SO THE 9-13 APPROVAL
002046*    TRANSACTION CAN KEEP THIS OPERATOR FROM RELEASING IT.
002047     MOVE OPERATOR-ID TO CORRECT-CORRECTED-BY
002050     MOVE CORRECT-RECORD-IMAGE TO RESUB-RECORD
002060     WRITE RESUB-RECORD
002070     ADD 1 TO CORRECTED-COUNT
