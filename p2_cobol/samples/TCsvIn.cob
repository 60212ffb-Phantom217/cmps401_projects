002400*                      ON THE CONVERSION REPORT. TCSV TAUGHT
002500*                      OUR SPREADSHEETS TO READ OUR DATA; THIS
002600*                      IS THE REVERSE DIRECTION.
002620*    2026-10-15 DL     A BRANCH TBRCLOSE MARKS INACTIVE CAN STILL
002640*                      CONVERT UNTIL ITS DL180 BRD-INACTIVE-FROM
002660*                      DATE.
002700*----------------------------------------------------------*
002800*----------------------------------------------------------*
002900* THE OPERATOR NAMES THE BRANCH AND THE CSV FILE; THE       *
020500             SET TCV-DIR-EOF TO TRUE
020600         NOT AT END
020700             IF BRD-BRANCH-NUMBER = TCV-BRANCH
020750                 AND (NOT BRD-IS-INACTIVE
020800                     OR BRD-INACTIVE-FROM > TCV-TODAY)
020900                 SET TCV-BRANCH-FOUND TO TRUE
021000                 MOVE BRD-EXTRACT-FILE TO TCV-EXT-FILENAME
021100             END-IF
