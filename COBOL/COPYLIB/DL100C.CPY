000056* AND IS ONLY SET TO "Y" WHEN 8000-FINISH WRITES THE FINAL  *
000057* RECORD AT A CLEAN END OF JOB, SO THE NEXT RUN CAN TELL A  *
000058* TRUE ABEND RESTART FROM A NORMAL NEXT-BATCH START.        *
000059* PWRCHK HOLDS ONE RECORD PER LINE SET POWER HAS RUN FOR,   *
000060* EACH REWRITTEN ONLY BY A RUN FOR THAT SAME SET.           *
000065*========================================================*
000070    01  DL100-CHK-RECORD.
000080        05  DL100-CHK-LAST-KEY      PIC 9(06).
000090        05  DL100-CHK-LAST-NOMBR    PIC S9(09).
000186*  SO A RESUMED RUN EXTENDS ITS OWN GENERATION INSTEAD OF
000187*  OPENING A NEW ONE IN THE TRANSMISSION REGISTER.
000188        05  DL100-CHK-RUN-NO        PIC 9(06).
000189*  DL100-CHK-LINE-SET IS THE SET OF PACKING LINES THE RUN
000190*  WAS STARTED FOR (PWRLINES), IN ASCENDING ORDER; ALL
000191*  SPACES IS A WHOLE-SHOP RUN.
000192        05  DL100-CHK-LINE-SET.
000193            10  DL100-CHK-SET-LINE  PIC X(03) OCCURS 4 TIMES.
