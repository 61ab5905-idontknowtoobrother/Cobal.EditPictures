000010*----------------------------------------------------------------
000020*  OPERREC - OPERATOR SECURITY MASTER RECORD.  INDEXED FILE
000030*  KEYED ON OPER-ID.  MAINTAINED ONLINE BY THE LIISTING9-21
000040*  OPERATOR SECURITY TRANSACTION.  EVERY ONLINE TRANSACTION
000050*  SIGNS ITS OPERATOR ON AGAINST THIS FILE - THE ID MUST BE ON
000060*  FILE AND ACTIVE, THE PASSWORD MUST MATCH, AND THE OPERATOR
000070*  MUST HOLD A ROLE FOR THAT TRANSACTION.  OPER-ROLE HOLDS ONE
000080*  BYTE PER TRANSACTION, IN THE SLOT ORDER SHOWN, EACH 'I'
000090*  (INQUIRE - VIEW ONLY), 'U' (UPDATE) OR 'A' (APPROVE); A
000100*  HIGHER ROLE INCLUDES THE LOWER ONES, AND SPACE OR 'N' IS NO
000110*  ACCESS.  OPER-CHANGED-BY AND OPER-CHANGED-DATE ARE STAMPED
000120*  BY LIISTING9-21 ON EVERY ADD OR CHANGE.
000130*----------------------------------------------------------------
000140 01  OPER-RECORD.
000150     05  OPER-ID                 PIC X(08).
000160     05  OPER-NAME               PIC X(30).
000170     05  OPER-PASSWORD           PIC X(08).
000180     05  OPER-STATUS             PIC X(01).
000190         88  OPER-ACTIVE         VALUE 'A'.
000200         88  OPER-INACTIVE       VALUE 'I'.
000210     05  OPER-ROLES.
000220         10  OPER-ROLE-EXCEPTIONS
000230                                 PIC X(01).
000240         10  OPER-ROLE-ACCOUNTS  PIC X(01).
000250         10  OPER-ROLE-VENDORS   PIC X(01).
000260         10  OPER-ROLE-APPROVALS PIC X(01).
000270         10  OPER-ROLE-BUDGETS   PIC X(01).
000280         10  OPER-ROLE-RECURRING PIC X(01).
000290         10  OPER-ROLE-SECURITY  PIC X(01).
000300         10  FILLER              PIC X(03).
000310     05  OPER-ROLE-TABLE REDEFINES OPER-ROLES.
000320         10  OPER-ROLE           PIC X(01)
000330                                 OCCURS 10 TIMES.
000340     05  OPER-CHANGED-BY         PIC X(08).
000350     05  OPER-CHANGED-DATE       PIC 9(08).
000360     05  FILLER                  PIC X(07).
