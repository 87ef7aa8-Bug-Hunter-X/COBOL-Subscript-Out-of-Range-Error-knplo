000300*    ITMRUNC.CPY                                                *
000400*                                                               *
000500*    RECORD LAYOUT FOR THE ITMRUNCT RUN-CONTROL FILE, KEYED    *
000600*    ON RL-RECORD-KEY.  THE FILE HOLDS FOUR KINDS OF ROW:      *
000700*      - THE SINGLE LOCK ROW (KEY '*LOCK*'), WHICH ITMLOAD     *
000800*        MARKS ACTIVE AT THE START OF A RUN AND CLEARS AT      *
000900*        NORMAL COMPLETION.  WHILE IT IS ACTIVE THE ONLINE     *
001400*        KEYED ON THE HEADER'S TRANSMISSION ID, SO A           *
001500*        RE-SUBMITTED FILE IS STOPPED INSTEAD OF SILENTLY      *
001600*        DOUBLE-LOADED.                                        *
001700*      - ONE ROW PER NIGHTLY STREAM STEP (KEY '*STEPN*', N =   *
001800*        THE STEP NUMBER), WHICH THE ITMSTRM STREAM DRIVER     *
001900*        KEEPS WITH THE STEP'S START, END, RETURN CODE AND     *
002000*        STATE FOR THE STREAM NOW IN PROGRESS, SO A RERUN      *
002100*        RESUMES AT THE FAILED STEP AND NEVER REPEATS ONE      *
002200*        THAT FINISHED.                                        *
002210*      - THE SINGLE GL INTERFACE ROW (KEY '*GLIF*'), WHICH     *
002220*        ITMGLIF KEEPS WITH ITS LAST GL BATCH NUMBER AND THE   *
002230*        DATE/TIME WINDOW OF CHANGES THAT BATCH COVERED, SO    *
002240*        EACH BATCH STARTS EXACTLY WHERE THE LAST ONE ENDED    *
002250*        AND THE LAST BATCH CAN BE BUILT AGAIN IF IT IS LOST.  *
002300*    THE STEP ROWS WIDENED THE RECORD FROM 32 TO 64 BYTES.     *
002400*    THE LOCK AND TRANSMISSION FIELDS DID NOT MOVE; THE FILE   *
002500*    IS UNLOADED AND RELOADED AT THE NEW LENGTH ONCE.          *
002600*                                                               *
002700*****************************************************************
002800
002900 01  RUNCTL-RECORD.
003000     05  RL-RECORD-KEY               PIC X(08).
003100     05  RL-RECORD-TYPE              PIC X(01).
003200         88  RL-LOCK-REC                     VALUE 'L'.
003300         88  RL-TRANSMIT-REC                 VALUE 'T'.
003400         88  RL-STEP-REC                     VALUE 'S'.
003410         88  RL-GLIF-REC                     VALUE 'G'.
003500     05  RL-RECORD-BODY              PIC X(55).
003600     05  RL-LOAD-DATA REDEFINES RL-RECORD-BODY.
003700         10  RL-LOAD-ACTIVE-SW       PIC X(01).
003800             88  RL-LOAD-ACTIVE              VALUE 'Y'.
003900             88  RL-LOAD-IDLE                VALUES 'N' ' '.
004000         10  RL-RUN-ID               PIC X(08).
004100         10  RL-STAMP-DATE           PIC 9(08).
004200         10  RL-STAMP-TIME           PIC 9(06).
004300         10  FILLER                  PIC X(32).
004400     05  RL-STEP-DATA REDEFINES RL-RECORD-BODY.
004500         10  RL-STEP-PROGRAM         PIC X(08).
004600         10  RL-STEP-STREAM-DATE     PIC 9(08).
004700         10  RL-STEP-STATE           PIC X(01).
004800             88  RL-STEP-PENDING             VALUE 'P'.
004900             88  RL-STEP-RUNNING             VALUE 'R'.
005000             88  RL-STEP-COMPLETE            VALUE 'C'.
005100             88  RL-STEP-FAILED              VALUE 'F'.
005200         10  RL-STEP-START-DATE      PIC 9(08).
005300         10  RL-STEP-START-TIME      PIC 9(06).
005400         10  RL-STEP-END-DATE        PIC 9(08).
005500         10  RL-STEP-END-TIME        PIC 9(06).
005600         10  RL-STEP-RC              PIC 9(04).
005700         10  RL-STEP-ATTEMPTS        PIC 9(02).
005800         10  FILLER                  PIC X(04).
005900     05  RL-GLIF-DATA REDEFINES RL-RECORD-BODY.
006000         10  RL-GLIF-BATCH-NO        PIC 9(05).
006100         10  RL-GLIF-FROM-DATE       PIC 9(08).
006200         10  RL-GLIF-FROM-TIME       PIC 9(06).
006300         10  RL-GLIF-TO-DATE         PIC 9(08).
006400         10  RL-GLIF-TO-TIME         PIC 9(06).
006500         10  RL-GLIF-RUN-DATE        PIC 9(08).
006600         10  FILLER                  PIC X(14).
