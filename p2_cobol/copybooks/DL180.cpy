001330*                      FOR TBRMON'S EVENING ARRIVAL MONITOR --
001340*                      SO THE LATE BRANCH GETS A TELEPHONE CALL
001350*                      AT 10 PM, NOT AN ABANDONED MERGE AT 2 AM.
001352*    2026-10-15 DL     ADDED BRD-ACCT-BRANCH, THE FOUR-
001354*                      CHARACTER DL140 ACCT-BRANCH CODE THE
001356*                      BRANCH HOLDS ITS ACCOUNTS UNDER, SO THE
001358*                      ONE-DIGIT SUBMITTING BRANCH STAMPED ON
001360*                      A TRANSACTION CAN BE MATCHED TO THE
001362*                      BRANCH THAT HOLDS THE ACCOUNT. TSETTLE
001364*                      NETS CROSS-BRANCH AMOUNTS THROUGH IT.
001366*                      KEEP IT ON INACTIVE ROWS TOO -- A
001368*                      RETIRED BRANCH CAN STILL HOLD ACCOUNTS.
001370*    2026-10-15 DL     ADDED BRD-INACTIVE-FROM, THE CCYYMMDD
001372*                      AN I ROW GOES OUT OF SERVICE, SET BY
001374*                      TBRCLOSE WHEN A BRANCH CLOSES. UNTIL
001376*                      THAT DATE THE ROW IS STILL READ AS IN
001378*                      SERVICE; BLANK MEANS OUT OF SERVICE
001380*                      ALREADY, AS AN I ROW ALWAYS WAS.
001400*----------------------------------------------------------*
001500 01  BRANCH-DIR-RECORD.
001600     05  BRD-BRANCH-NUMBER PIC 9.
001900     05  BRD-ACTIVE       PIC X.
002000         88  BRD-IS-INACTIVE        VALUE "I".
002100     05  BRD-CUTOFF-TIME  PIC 9(4).
002200     05  BRD-ACCT-BRANCH  PIC X(4).
002300     05  BRD-INACTIVE-FROM PIC X(8).
