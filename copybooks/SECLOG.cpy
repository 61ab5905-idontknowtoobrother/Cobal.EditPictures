000010*----------------------------------------------------------------
000020*  SECLOG - SECURITY LOG RECORD.  EVERY ONLINE TRANSACTION
000030*  WRITES ONE RECORD PER SIGN-ON ATTEMPT, ACCEPTED ('S') OR
000040*  REFUSED ('F'), WITH THE REASON FOR A REFUSAL.  LIISTING9-13
000050*  WRITES A 'D' RECORD WHEN IT REFUSES TO LET A SUPERVISOR
000060*  RELEASE A PAYMENT THEY CORRECTED IN LIISTING9-3 OR WHOSE
000070*  VENDOR THEY LAST CHANGED IN LIISTING9-9 (SEGREGATION OF
000080*  DUTIES), AND LIISTING9-21 WRITES AN 'M' RECORD FOR EVERY
000090*  CHANGE TO THE OPERATOR MASTER.  THE FILE IS OPENED EXTEND BY
000100*  EVERY WRITER - IT IS A PERMANENT TRAIL - AND LIISTING9-22
000110*  PRINTS THE DAILY VIOLATIONS REPORT FROM IT.
000120*----------------------------------------------------------------
000130 01  SEC-LOG-RECORD.
000140     05  SEC-DATE                PIC 9(08).
000150     05  SEC-TIME                PIC 9(06).
000160     05  SEC-PROGRAM             PIC X(12).
000170     05  SEC-OPERATOR-ID         PIC X(08).
000180     05  SEC-EVENT               PIC X(01).
000190         88  SEC-SIGNON-ACCEPTED VALUE 'S'.
000200         88  SEC-SIGNON-REFUSED  VALUE 'F'.
000210         88  SEC-DUTIES-BLOCKED  VALUE 'D'.
000220         88  SEC-OPERATOR-MAINTAINED
000230                                 VALUE 'M'.
000240         88  SEC-VIOLATION       VALUE 'F' 'D'.
000250     05  SEC-REASON              PIC X(30).
000260     05  SEC-REFERENCE           PIC X(30).
000270     05  FILLER                  PIC X(05).
