000100*****************************************************************
000200*                                                               *
000300*    ITMCYCR.CPY                                                *
000400*                                                               *
000500*    RECORD LAYOUT FOR THE CYCLCNT CYCLE-COUNT RESULT FILE,     *
000600*    KEYED ON CC-ITEM-KEY.  THE ITMCYCL SHEET RUN WRITES ONE    *
000700*    ROW PER ITEM IT PUTS ON A COUNT SHEET (STATUS I, WITH THE  *
000800*    BOOK QUANTITY AT ISSUE); THE ITMCYCL COUNT ENTRY (MODE E)  *
000900*    KEYS THE COUNTED QUANTITY AND THE CLERK'S ID INTO THE SAME *
000950*    ROW AND MARKS IT C, TAKING ONLY A ROW THAT IS I OR H;      *
001000*    THE ITMCYCL POST RUN READS IT BACK, POSTS OR HOLDS EACH    *
001100*    COUNT, AND MARKS IT P (POSTED) OR H (HELD FOR RECOUNT).    *
001200*    A HELD ROW KEEPS THE COUNT THAT TRIPPED THE TOLERANCE IN   *
001300*    CC-FIRST-COUNT SO THE RECOUNT CAN BE CHECKED AGAINST IT.   *
001400*    THE SHEET, ENTRY AND POST MODES MUST SHARE THIS COPYBOOK   *
001500*    RATHER THAN KEEP SEPARATE, DRIFTING COPIES OF THE LAYOUT.  *
001700*                                                               *
001800*****************************************************************
001900
002000 01  CYCLCNT-RECORD.
002100     05  CC-ITEM-KEY                 PIC 9(05).
002200     05  CC-WAREHOUSE-CD             PIC X(02).
002300     05  CC-ISSUE-DATE               PIC 9(08).
002400     05  CC-BOOK-QTY                 PIC 9(05).
002500     05  CC-COUNTED-QTY              PIC 9(05).
002600     05  CC-FIRST-COUNT              PIC 9(05).
002700     05  CC-COUNT-STATUS             PIC X(01).
002800         88  CC-STATUS-ISSUED                VALUE 'I'.
002900         88  CC-STATUS-COUNTED               VALUE 'C'.
003000         88  CC-STATUS-HELD                  VALUE 'H'.
003100         88  CC-STATUS-POSTED                VALUE 'P'.
003200     05  CC-RECOUNT-SW               PIC X(01).
003300         88  CC-IS-RECOUNT                   VALUE 'Y'.
003400         88  CC-IS-FIRST-COUNT               VALUES 'N' ' '.
003500     05  CC-COUNTER-ID               PIC X(08).
003600     05  CC-POST-DATE                PIC 9(08).
003700     05  FILLER                      PIC X(12).
