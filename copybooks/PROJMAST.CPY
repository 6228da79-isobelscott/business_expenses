000100*================================================================
000200* PROJMAST - ONE CLIENT PROJECT ON THE PROJECT MASTER
000300* (CONTROL/PROJECTS.DAT).  EXP-ENGINE REJECTS AN EXPENSE ROW
000400* WHOSE PROJECTCODE IS NOT ON FILE; CALC-REBILL BILLS A ROW
000500* BACK TO THE CLIENT WHEN ITS CATEGORY IS ONE OF THE PROJECT'S
000600* BILLABLE CATEGORIES (UNUSED SLOTS ARE SPACES), ADDING
000700* PRJ-MARKUP-PCT PERCENT TO THE COST.
000800*================================================================
000900     03 PRJ-PROJECT-CODE         PIC X(10).
001000     03 PRJ-CLIENT-CODE          PIC X(10).
001100     03 PRJ-CLIENT-NAME          PIC X(40).
001200     03 PRJ-MARKUP-PCT           PIC 9(3)V99.
001300     03 PRJ-BILLABLE-CATEGORY    PIC X(50) OCCURS 5 TIMES.
