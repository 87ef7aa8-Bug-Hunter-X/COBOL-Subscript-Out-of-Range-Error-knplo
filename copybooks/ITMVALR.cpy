000100*****************************************************************
000200*                                                               *
000300*    ITMVALR.CPY                                                *
000400*                                                               *
000500*    RECORD LAYOUT FOR THE VALUHIST WAREHOUSE VALUATION         *
000600*    HISTORY FILE, KEYED ON VH-HIST-KEY (RUN DATE AND           *
000700*    WAREHOUSE CODE).  ITMVALU WRITES ONE ROW PER WAREHOUSE     *
000800*    EACH TIME IT RUNS, WITH THE ITEM COUNT AND TOTAL           *
000900*    EXTENDED VALUE IT PRINTED FOR THAT WAREHOUSE; A SECOND     *
001000*    RUN ON THE SAME DAY REPLACES THAT DAY'S ROWS.  THE         *
001100*    ITMGLIF GL INTERFACE TIES ITS GL TOTALS TO THE CHANGE      *
001200*    IN THESE TOTALS FROM ONE VALUATION TO THE NEXT.  A RUN     *
001300*    WHOSE TABLE FILLED BEFORE EVERY ITEM WAS VALUED MARKS      *
001400*    ITS ROWS INCOMPLETE.  NOTHING PURGES THIS FILE.            *
001500*                                                               *
001600*****************************************************************
001700
001800 01  VALUHIST-RECORD.
001900     05  VH-HIST-KEY.
002000         10  VH-RUN-DATE             PIC 9(08).
002100         10  VH-WAREHOUSE-CD         PIC X(02).
002200     05  VH-RUN-TIME                 PIC 9(06).
002300     05  VH-ITEM-COUNT               PIC 9(05).
002400     05  VH-TOTAL-VALUE              PIC 9(11)V99.
002500     05  VH-COMPLETE-SW              PIC X(01).
002600         88  VH-COMPLETE                     VALUE 'Y'.
002700     05  FILLER                      PIC X(05).
