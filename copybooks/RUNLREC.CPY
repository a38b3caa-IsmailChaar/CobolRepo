001330*                   call and RUNLOG restores it before GOBACK,
001340*                   so a job's severity is no longer wiped to
001350*                   zero by the journal call.
001360*  2026-10-15 JMT  Added RL-HASH-TOTAL: on "E" a posting program
001370*                   passes the attempts it posted, which RUNLOG
001380*                   writes on the completion record for the
001390*                   MSTRCVR verification.  Zero where unused.
001400*================================================================*
001500 01  RL-COMMAREA.
001600     05  RL-FUNCTION             PIC X(01).
002800     05  RL-FOUND-FLAG           PIC X(01).
002900         88  RL-RUN-FOUND              VALUE "Y".
003000     05  RL-STATUS               PIC X(02).
003100     05  RL-HASH-TOTAL           PIC 9(11).
