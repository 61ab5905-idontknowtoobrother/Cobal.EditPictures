000110*  AMOUNTS AND REDUCE IT).  AN ACCOUNT/PERIOD WITH NO BUDGET
000120*  RECORD IS NOT CHECKED OR TRACKED.  THE LIISTING9-16 MONTHLY
000130*  REPORT PRINTS BUDGET AGAINST ACTUAL FROM THIS FILE.
000131*  BUDG-FROZEN-FLAG IS SET BY THE LIISTING9-23 MONTH-END CLOSE
000132*  WHEN THE PERIOD IS HARD-CLOSED; 9-15 WILL NOT CHANGE OR
000133*  DELETE A FROZEN BUDGET.
      *  A BUDGET ADDED BY 9-15 DOES NOT START ITS SPEND AT ZERO BUT AT
      *  THE BASE-USD PAYHIST POSTINGS ALREADY IN ITS MONTH (RETURNED
      *  ACH PAYMENTS LEFT OUT), SO IT AGREES WITH THE LIISTING9-28
      *  SPENT-AGAINST-HISTORY CHECK HOWEVER LATE IN THE MONTH IT IS
      *  ADDED.
000140*----------------------------------------------------------------
000150 01  BUDG-RECORD.
000160     05  BUDG-KEY.
000230     05  BUDG-ACTION-CODE        PIC X(01).
000240         88  BUDG-ACTION-WARN    VALUE 'W'.
000250         88  BUDG-ACTION-REJECT  VALUE 'R'.
000252     05  BUDG-FROZEN-FLAG        PIC X(01).
000253         88  BUDG-FROZEN         VALUE 'F'.
000254     05  FILLER                  PIC X(14).
