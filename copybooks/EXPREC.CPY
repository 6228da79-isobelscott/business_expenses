000564* ORDINARY RECEIPT-STYLE AMOUNT AND QUANTITY IS THEN IGNORED -
000565* OLD FILES WITHOUT THE FIELDS READ AS SPACES AND FLOW AS
000566* RECEIPTS.
000567* PROJECTCODE IS AN OPTIONAL SUBMITTED FIELD - THE CLIENT
000568* PROJECT A REBILLABLE EXPENSE WAS INCURRED FOR, VALIDATED BY
000569* EXP-ENGINE AGAINST CONTROL/PROJECTS.DAT.  SPACES MEANS NOT
000570* PROJECT WORK; OLD FILES WITHOUT THE FIELD READ AS SPACES.
000600*================================================================
000700     03 ExpenseDate              PIC X(50).
000800     03 EmployeeName             PIC X(50).
001700     03 UsdAmount                PIC 9(7)V99.
001710     03 ClaimType                PIC X(1).
001720     03 Quantity                 PIC 9(5)V99.
001730     03 ProjectCode              PIC X(10).
001800     03 FiscalPeriod             PIC 9(6).
001900     03 CostCenter               PIC X(10).
002000     03 Department               PIC X(30).
