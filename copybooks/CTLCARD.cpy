000071*  CARRY THE APPROVAL THRESHOLD IN WHOLE DOLLARS, ZERO FILLED -
000072*  A DETAIL WHOSE BASE-USD AMOUNT EXCEEDS IT IS DIVERTED TO THE
000073*  PENDAPPR PENDING-APPROVAL FILE INSTEAD OF POSTING.  SPACES
000074*  OR ZERO MEANS NO THRESHOLD IS IN EFFECT.  POSITIONS 12-21
000075*  NAME THE GL LIABILITY ACCOUNT FEDERAL BACKUP WITHHOLDING IS
000076*  CREDITED TO.  WITH IT BLANK A PAYMENT THAT MUST BE WITHHELD
000077*  FROM (OR A VOID OF ONE THAT WAS) REJECTS.
000080*----------------------------------------------------------------
000090 01  CONTROL-CARD.
000100     05  CTL-EDIT-SELECT         PIC X(01).
000110     05  CTL-FORCE-DUPLICATES    PIC X(01).
000120     05  CTL-APPROVAL-THRESHOLD  PIC X(09).
000121     05  CTL-WITHHOLD-ACCOUNT    PIC X(10).
000122     05  FILLER                  PIC X(59).
