000020*  HISTARCH - SEQUENTIAL PAYMENT-HISTORY ARCHIVE RECORD WRITTEN
000030*  BY THE LIISTING9-12 ARCHIVE JOB.  ONE 'D' RECORD PER HIST-
000040*  RECORD MOVED OFF THE LIVE PAYHIST FILE, CARRYING THE FULL
000041*  100-BYTE HISTORY IMAGE UNCHANGED, AND ONE 'T' TRAILER PER
000060*  ARCHIVE RUN CARRYING THE RECORD COUNT AND AMOUNT TOTAL THAT
000070*  PROVE NOTHING WAS LOST IN THE MOVE.  THE FILE IS EXTENDED
000080*  RUN OVER RUN, SO OLD YEARS ACCUMULATE AND THE LIISTING9-8
000130     05  ARCH-RECORD-TYPE        PIC X(01).
000140         88  ARCH-DETAIL         VALUE 'D'.
000150         88  ARCH-TRAILER-TYPE   VALUE 'T'.
000151     05  ARCH-HIST-IMAGE         PIC X(100).
000170
000180 01  ARCH-TRAILER REDEFINES ARCH-RECORD.
000190     05  FILLER                  PIC X(01).
000200     05  ARCH-TRAILER-COUNT      PIC 9(07).
000210     05  ARCH-TRAILER-TOTAL      PIC S9(11)V99
000220                                 SIGN IS LEADING SEPARATE.
000221     05  FILLER                  PIC X(79).
