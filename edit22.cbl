000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LIISTING9-22.
000030 AUTHOR. 62160246.
000040 INSTALLATION. DAILY-BATCH-CONTROL.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100*  10/15/2026 TWK  NEW PROGRAM.  DAILY SECURITY VIOLATIONS
000110*                  REPORT FROM THE SECLOG SECURITY LOG EVERY
000120*                  ONLINE TRANSACTION WRITES.  FOR ONE DAY IT
000130*                  LISTS EVERY REFUSED SIGN-ON, EVERY RELEASE
000140*                  THE 9-13 SEGREGATION-OF-DUTIES CHECK
000150*                  BLOCKED, AND EVERY CHANGE MADE TO THE
000160*                  OPERMAST OPERATOR MASTER, WITH COUNTS AND AN
000170*                  AUDITOR'S SIGN-OFF LINE, THE SAME WAY
000180*                  LIISTING9-17 REPORTS ACCOUNT MASTER CHANGES
000190*                  FOR THE CONTROLLER.  RETURN CODE 4 WHEN ANY
000200*                  VIOLATION IS REPORTED.
000201*  10/15/2026 TWK  AN ACCEPTED SIGN-ON THAT CARRIES A REASON -
000202*                  THE UNCHALLENGED FIRST SIGN-ON 9-21 ALLOWS
000203*                  WHILE OPERMAST IS EMPTY - IS NOW PRINTED,
000204*                  COUNTED AND TREATED AS A VIOLATION.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT OPTIONAL SEC-LOG ASSIGN TO "SECLOG"
000260         ORGANIZATION IS LINE SEQUENTIAL.
000270     SELECT OPTIONAL SEC-CTL ASSIGN TO "SECCTL"
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT SEC-RPT ASSIGN TO "SEC-RPT"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  SEC-LOG
000350     LABEL RECORDS ARE STANDARD.
000360     COPY SECLOG.
000370
000380*----------------------------------------------------------------
000390*  SECCTL CONTROL CARD - THE DAY TO REPORT ON, YYYYMMDD.  THE
000400*  FILE IS OPTIONAL; WITHOUT IT THE REPORT COVERS TODAY.
000410*----------------------------------------------------------------
000420 FD  SEC-CTL
000430     LABEL RECORDS ARE STANDARD.
000440 01  SEC-CTL-RECORD.
000450     05  SEC-CTL-DATE            PIC X(08).
000460     05  FILLER                  PIC X(72).
000470
000480 FD  SEC-RPT
000490     LABEL RECORDS ARE STANDARD.
000500 01  SEC-HEADING-LINE.
000510     05  SEC-HEADING-TEXT        PIC X(48).
000520     05  SEC-HEADING-DATE        PIC 9999/99/99.
000530     05  FILLER                  PIC X(74).
000540 01  SEC-COLUMN-LINE             PIC X(132).
000550 01  SEC-DETAIL-LINE.
000560     05  SEC-EVENT-OUT           PIC X(12).
000570     05  FILLER                  PIC X(02).
000580     05  SEC-OPERATOR-OUT        PIC X(08).
000590     05  FILLER                  PIC X(02).
000600     05  SEC-TIME-OUT            PIC 9(06).
000610     05  FILLER                  PIC X(02).
000620     05  SEC-PROGRAM-OUT         PIC X(12).
000630     05  FILLER                  PIC X(02).
000640     05  SEC-REASON-OUT          PIC X(30).
000650     05  FILLER                  PIC X(02).
000660     05  SEC-REFERENCE-OUT       PIC X(30).
000670     05  FILLER                  PIC X(24).
000680 01  SEC-TOTAL-LINE.
000690     05  SEC-TOTAL-LABEL         PIC X(28).
000700     05  SEC-TOTAL-COUNT         PIC ZZ,ZZ9.
000710     05  FILLER                  PIC X(98).
000720 01  SEC-SIGNOFF-LINE            PIC X(132).
000730 01  SEC-BLANK-LINE              PIC X(132).
000740
000750 WORKING-STORAGE SECTION.
000760 77 SEC-EOF-SWITCH     PIC X(01)          VALUE 'N'.
000770     88 END-OF-SEC-LOG                    VALUE 'Y'.
000780 77 RUN-DATE-YMD       PIC 9(08)          VALUE ZERO.
000790 77 REPORT-DATE-YMD    PIC 9(08)          VALUE ZERO.
000800 77 LOG-READ-COUNT     PIC 9(07) COMP     VALUE ZERO.
000810 77 ACCEPTED-COUNT     PIC 9(05) COMP     VALUE ZERO.
000820 77 REFUSED-COUNT      PIC 9(05) COMP     VALUE ZERO.
000830 77 BLOCKED-COUNT      PIC 9(05) COMP     VALUE ZERO.
000840 77 MAINTAINED-COUNT   PIC 9(05) COMP     VALUE ZERO.
000841 77 UNCHALLENGED-COUNT PIC 9(05) COMP     VALUE ZERO.
000850 77 VIOLATION-COUNT    PIC 9(05) COMP     VALUE ZERO.
000860 01 EDIT-VIOLATION-COUNT PIC ZZ,ZZ9.
000870
000880 PROCEDURE DIVISION.
000890 BEGIN.
000900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000910     PERFORM 2000-REPORT-ONE-EVENT THRU 2000-EXIT
000920         UNTIL END-OF-SEC-LOG
000930     PERFORM 3000-TERMINATE THRU 3000-EXIT
000940     GOBACK
000950     .
000960
000970*----------------------------------------------------------------
000980*  1000-INITIALIZE - PICK UP THE REPORTING DATE, OPEN THE
000990*  FILES, PRINT THE HEADINGS AND PRIME THE READ.  A MISSING OR
001000*  NON-NUMERIC SECCTL DATE DEFAULTS TO TODAY, THE NORMAL
001010*  END-OF-DAY RUN.
001020*----------------------------------------------------------------
001030 1000-INITIALIZE.
001040     ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
001050     MOVE RUN-DATE-YMD TO REPORT-DATE-YMD
001060     OPEN INPUT SEC-CTL
001070     READ SEC-CTL
001080         AT END
001090             CONTINUE
001100         NOT AT END
001110             IF SEC-CTL-DATE NUMERIC
001120                 MOVE SEC-CTL-DATE TO REPORT-DATE-YMD
001130             ELSE
001140                 DISPLAY 'INVALID SECCTL DATE: ' SEC-CTL-DATE
001150                     ' - REPORTING ON ' REPORT-DATE-YMD
001160             END-IF
001170     END-READ
001180     CLOSE SEC-CTL
001190     OPEN INPUT SEC-LOG
001200     OPEN OUTPUT SEC-RPT
001210     MOVE SPACES TO SEC-HEADING-LINE
001220     MOVE 'LIISTING9-22 - SECURITY VIOLATIONS FOR'
001230         TO SEC-HEADING-TEXT
001240     MOVE REPORT-DATE-YMD TO SEC-HEADING-DATE
001250     WRITE SEC-HEADING-LINE
001260     MOVE SPACES TO SEC-COLUMN-LINE
001270     MOVE 'EVENT         OPERATOR  TIME    PROGRAM       REASON
001280-        '                          REFERENCE'
001290         TO SEC-COLUMN-LINE
001300     WRITE SEC-COLUMN-LINE
001310     MOVE SPACES TO SEC-BLANK-LINE
001320     WRITE SEC-BLANK-LINE
001330     PERFORM 1100-READ-SEC-LOG THRU 1100-EXIT
001340     .
001350 1000-EXIT.
001360     EXIT.
001370
001380 1100-READ-SEC-LOG.
001390     READ SEC-LOG
001400         AT END SET END-OF-SEC-LOG TO TRUE
001410         NOT AT END ADD 1 TO LOG-READ-COUNT
001420     END-READ
001430     .
001440 1100-EXIT.
001450     EXIT.
001460
001470*----------------------------------------------------------------
001480*  2000-REPORT-ONE-EVENT - COUNT ONE LOG ENTRY IF IT FALLS ON
001490*  THE REPORTING DATE, PRINT IT UNLESS IT IS AN ORDINARY
001491*  ACCEPTED SIGN-ON, THEN READ THE NEXT.  AN ACCEPTED SIGN-ON
001492*  WITH A REASON WAS LET IN WITHOUT A PASSWORD CHECK (THE 9-21
001493*  FIRST SIGN-ON) AND IS PRINTED LIKE A VIOLATION.
001510*----------------------------------------------------------------
001520 2000-REPORT-ONE-EVENT.
001530     IF SEC-DATE = REPORT-DATE-YMD
001540         MOVE SPACES TO SEC-DETAIL-LINE
001550         EVALUATE TRUE
001560             WHEN SEC-SIGNON-ACCEPTED
001570                 ADD 1 TO ACCEPTED-COUNT
001571                 IF SEC-REASON NOT = SPACES
001572                     ADD 1 TO UNCHALLENGED-COUNT
001573                     MOVE 'UNCHALLENGED' TO SEC-EVENT-OUT
001574                 END-IF
001580             WHEN SEC-SIGNON-REFUSED
001590                 ADD 1 TO REFUSED-COUNT
001600                 MOVE 'SIGN-ON FAIL' TO SEC-EVENT-OUT
001610             WHEN SEC-DUTIES-BLOCKED
001620                 ADD 1 TO BLOCKED-COUNT
001630                 MOVE 'DUTIES BLOCK' TO SEC-EVENT-OUT
001640             WHEN SEC-OPERATOR-MAINTAINED
001650                 ADD 1 TO MAINTAINED-COUNT
001660                 MOVE 'OPER CHANGE' TO SEC-EVENT-OUT
001670             WHEN OTHER
001680                 MOVE SEC-EVENT TO SEC-EVENT-OUT
001690         END-EVALUATE
001700         IF NOT SEC-SIGNON-ACCEPTED
001701                 OR SEC-REASON NOT = SPACES
001710             PERFORM 2100-PRINT-EVENT-LINE THRU 2100-EXIT
001720         END-IF
001730     END-IF
001740     PERFORM 1100-READ-SEC-LOG THRU 1100-EXIT
001750     .
001760 2000-EXIT.
001770     EXIT.
001780
001790 2100-PRINT-EVENT-LINE.
001800     MOVE SEC-OPERATOR-ID TO SEC-OPERATOR-OUT
001810     MOVE SEC-TIME TO SEC-TIME-OUT
001820     MOVE SEC-PROGRAM TO SEC-PROGRAM-OUT
001830     MOVE SEC-REASON TO SEC-REASON-OUT
001840     MOVE SEC-REFERENCE TO SEC-REFERENCE-OUT
001850     WRITE SEC-DETAIL-LINE
001860     .
001870 2100-EXIT.
001880     EXIT.
001890
001900*----------------------------------------------------------------
001910*  3000-TERMINATE - EVENT TOTALS, THE AUDITOR'S SIGN-OFF LINE
001911*  AND CLOSE.  ANY REFUSED OR UNCHALLENGED SIGN-ON OR DUTIES
001912*  BLOCK SETS RETURN CODE 4 SO THE SCHEDULER ROUTES THE REPORT
001913*  FOR REVIEW.
001940*----------------------------------------------------------------
001950 3000-TERMINATE.
001960     MOVE SPACES TO SEC-BLANK-LINE
001970     WRITE SEC-BLANK-LINE
001980     MOVE SPACES TO SEC-TOTAL-LINE
001990     MOVE 'SIGN-ONS ACCEPTED' TO SEC-TOTAL-LABEL
002000     MOVE ACCEPTED-COUNT TO SEC-TOTAL-COUNT
002010     WRITE SEC-TOTAL-LINE
002020     MOVE SPACES TO SEC-TOTAL-LINE
002030     MOVE 'SIGN-ONS REFUSED' TO SEC-TOTAL-LABEL
002040     MOVE REFUSED-COUNT TO SEC-TOTAL-COUNT
002050     WRITE SEC-TOTAL-LINE
002051     MOVE SPACES TO SEC-TOTAL-LINE
002052     MOVE 'SIGN-ONS UNCHALLENGED' TO SEC-TOTAL-LABEL
002053     MOVE UNCHALLENGED-COUNT TO SEC-TOTAL-COUNT
002054     WRITE SEC-TOTAL-LINE
002060     MOVE SPACES TO SEC-TOTAL-LINE
002070     MOVE 'RELEASES BLOCKED (DUTIES)' TO SEC-TOTAL-LABEL
002080     MOVE BLOCKED-COUNT TO SEC-TOTAL-COUNT
002090     WRITE SEC-TOTAL-LINE
002100     MOVE SPACES TO SEC-TOTAL-LINE
002110     MOVE 'OPERATOR MASTER CHANGES' TO SEC-TOTAL-LABEL
002120     MOVE MAINTAINED-COUNT TO SEC-TOTAL-COUNT
002130     WRITE SEC-TOTAL-LINE
002140     MOVE SPACES TO SEC-BLANK-LINE
002150     WRITE SEC-BLANK-LINE
002160     MOVE SPACES TO SEC-SIGNOFF-LINE
002170     MOVE 'AUDITOR SIGN-OFF: ______________________  DATE:
002180-        ' __________' TO SEC-SIGNOFF-LINE
002190     WRITE SEC-SIGNOFF-LINE
002200     CLOSE SEC-LOG
002210     CLOSE SEC-RPT
002211     ADD REFUSED-COUNT BLOCKED-COUNT UNCHALLENGED-COUNT
002212         GIVING VIOLATION-COUNT
002230     IF VIOLATION-COUNT > ZERO
002240         MOVE 4 TO RETURN-CODE
002250     END-IF
002260     MOVE VIOLATION-COUNT TO EDIT-VIOLATION-COUNT
002270     DISPLAY "----------------------------------------"
002280     DISPLAY "VIOLATIONS REPORTED. . . " EDIT-VIOLATION-COUNT
002290     .
002300 3000-EXIT.
002310     EXIT.
