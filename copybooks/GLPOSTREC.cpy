000010*----------------------------------------------------------------
000020*  GLPOSTREC - GL BALANCE POSTING LOG.  INDEXED FILE KEYED ON
000030*  GLPOST-BATCH-ID, ONE RECORD PER BATCH APPLIED TO THE
000040*  GLBALMST BALANCE MASTER - A LIISTING9-1 RUN ID FOR A
000050*  GLSUM-OUT BATCH, THE BATCH ID STAMPED IN GL-RUN-ID BY
000060*  LIISTING9-11 (STALEGL, 'S' + YYDDD + HHMM) OR LIISTING9-18
000070*  (RTNGL, 'R' + YYDDD + HHMM), OR 'YE' + YYYY FOR A YEAR-END
000080*  CARRY-FORWARD.  THE LIISTING9-24 POSTING JOB AND THE
000090*  LIISTING9-26 YEAR-END JOB WRITE THE RECORD AT 'S' BEFORE
000100*  THE FIRST BALANCE CHANGES AND MARK IT 'C' WITH ITS COUNTS
000110*  WHEN THE BATCH IS FULLY APPLIED, AND REFUSE A BATCH ALREADY
000120*  ON FILE, SO NO BATCH IS EVER APPLIED TWICE.  A BATCH LEFT
000130*  AT 'S' WAS PARTLY APPLIED; GLBALMST MUST BE RESTORED FROM
000140*  ITS BACKUP AND THE LOG RECORD DELETED BEFORE IT IS RERUN.
000150*----------------------------------------------------------------
000160 01  GLPOST-RECORD.
000170     05  GLPOST-BATCH-ID         PIC X(10).
000180     05  GLPOST-SOURCE           PIC X(01).
000190         88  GLPOST-FROM-GLSUM   VALUE 'G'.
000200         88  GLPOST-FROM-STALEGL VALUE 'S'.
000210         88  GLPOST-FROM-RTNGL   VALUE 'R'.
000220         88  GLPOST-YEAR-END     VALUE 'Y'.
000230     05  GLPOST-STATUS           PIC X(01).
000240         88  GLPOST-STARTED      VALUE 'S'.
000250         88  GLPOST-COMPLETE     VALUE 'C'.
000260     05  GLPOST-START-DATE       PIC 9(08).
000270     05  GLPOST-START-TIME       PIC 9(06).
000280     05  GLPOST-END-DATE         PIC 9(08).
000290     05  GLPOST-END-TIME         PIC 9(06).
000300     05  GLPOST-RECORD-COUNT     PIC 9(07).
000310     05  GLPOST-DEBIT-TOTAL      PIC S9(11)V99
000320                                 SIGN IS LEADING SEPARATE.
000330     05  GLPOST-CREDIT-TOTAL     PIC S9(11)V99
000340                                 SIGN IS LEADING SEPARATE.
000350     05  FILLER                  PIC X(15).
