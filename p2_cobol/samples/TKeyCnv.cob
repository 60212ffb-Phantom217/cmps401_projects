002300*                      SPACES. RUN ONCE, WITH THE BATCH CHAIN
002400*                      DOWN AND THE TLOCK INTERLOCK TESTED
002500*                      FIRST.
002520*    2026-10-15 DL     THE REBUILT HISTORY RECORD STARTS THE
002540*                      NEW DL170 AMOUNT AT ZERO RATHER THAN
002560*                      SPACES.
002600*----------------------------------------------------------*
002700*----------------------------------------------------------*
002800* PADDING IS INJECTIVE, SO NO TWO OLD KEYS CAN COLLIDE IN   *
035300             MOVE OHS-U           TO HIST-U
035400             MOVE OHS-V           TO HIST-V
035500             MOVE OHS-AGE-DAYS    TO HIST-AGE-DAYS (1:5)
035550             MOVE ZERO            TO HIST-AMOUNT
035600             WRITE HIST-RECORD
035700                 INVALID KEY
035800                     PERFORM 8000-REPORT-COLLISION THRU 8000-EXIT
