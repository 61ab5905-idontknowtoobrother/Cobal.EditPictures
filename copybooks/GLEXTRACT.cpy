000103*  THE CONVERSION IS AUDITABLE.  GL-RUN-ID TIES THE RECORD TO
000104*  ITS RUNCTL RUN-CONTROL ENTRY SO THE LIISTING9-7
000105*  SUMMARIZATION CAN REFUSE A RUN IT ALREADY CONSUMED.
000106*  ON THE LIISTING9-11 STALEGL AND LIISTING9-18 RTNGL BACK-OUT
000107*  FILES GL-RUN-ID CARRIES THAT JOB'S OWN BATCH ID INSTEAD, SO
000108*  THE LIISTING9-24 GL BALANCE POSTING APPLIES EACH ONCE.
000110*----------------------------------------------------------------
000120 01  GL-EXTRACT-RECORD.
000130     05  GL-ACCOUNT-CODE         PIC X(10).
