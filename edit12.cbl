000250*                  LIVE FILE WITHOUT AN EXPLICIT CUTOFF.  THE
000260*                  LIISTING9-8 BROWSE READS HISTARCH BEHIND THE
000270*                  LIVE FILE SO ARCHIVED YEARS STAY REACHABLE.
000271*  10/15/2026 TWK  PAYHIST WIDENED TO 100 BYTES FOR THE NEW
000272*                  HIST-BASE-AMOUNT; PAYHIST-NEW MIRRORS IT AND
000273*                  HISTARCH NOW CARRIES THE 100-BYTE IMAGE.
000274*  10/15/2026 TWK  PAYHIST-NEW MIRRORS THE NEW BACKUP
000275*                  WITHHOLDING AMOUNT.
000276*  10/15/2026 TWK  PAYHIST-NEW MIRRORS THE NEW ORIGINAL
000277*                  CURRENCY CODE.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000750     05  NEW-HIST-PAYEE-NAME     PIC X(30).
000760     05  NEW-HIST-DISPOSITION    PIC X(01).
000770     05  NEW-HIST-VENDOR-ID      PIC X(08).
000771     05  NEW-HIST-BASE-AMOUNT    PIC S9(8)V99
000772                                 SIGN IS LEADING SEPARATE.
000773     05  NEW-HIST-WITHHELD-AMOUNT
000774                                 PIC S9(8)V99
000775                                 SIGN IS LEADING SEPARATE.
000776     05  NEW-HIST-CURRENCY-CODE  PIC X(03).
000777     05  FILLER                  PIC X(01).
000790
000800 FD  ARCH-CTL
000810     LABEL RECORDS ARE STANDARD.
