002000*                  FEED IS REFUSED RATHER THAN DOUBLE-POSTED.
002100*                  EACH STEP CAN STILL BE RUN ON ITS OWN EXACTLY
002200*                  AS BEFORE.
002210*  10/15/2026  IS  CALC-TAXBEN ADDED TO THE END OF THE CHAIN -
002220*                  THE PAYROLL EXTRACT OF MILEAGE AND PER-DIEM
002230*                  PAID ABOVE THE STATUTORY TAX-FREE RATES.
002240*  10/15/2026  IS  CALC-REBILL ADDED AFTER CALC-TAXBEN - THE
002250*                  CLIENT PROJECT REBILL EXTRACT AND ITS GL
002260*                  RECLASS TO UNBILLED RECEIVABLES.
002269*  10/15/2026  IS  CALC-EXPPOST ADDED AFTER CALC-GLFEED - POSTS
002278*                  THE RUN TO THE CUMULATIVE EXPENSE MASTER THAT
002287*                  CALC-YTD REPORTS FROM.
002300*--------------------------------------------------------------
002400 PROCEDURE DIVISION.


003200     CALL 'CALC-GLFEED'.

003204     CALL 'CALC-EXPPOST'.

003210     CALL 'CALC-TAXBEN'.

003220     CALL 'CALC-REBILL'.

003300     DISPLAY 'MONTH-END CHAIN COMPLETE.'.

003400     STOP RUN.
