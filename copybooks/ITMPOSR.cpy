000100*****************************************************************
000200*                                                               *
000300*    ITMPOSR.CPY                                                *
000400*                                                               *
000500*    RECORD LAYOUT FOR THE PORDSUG PURCHASE-SUGGESTION FILE.    *
000600*    THE ITMREORD REPLENISHMENT RUN WRITES ONE V VENDOR HEADER  *
000700*    PER VENDOR GROUP (CARRYING THE GROUP'S ITEM COUNT), ONE D  *
000800*    DETAIL PER SUGGESTED ITEM, AND A SINGLE T TRAILER OF       *
000900*    COUNTS; THE ITMPOLD BUYER CONFIRMATION RUN READS IT BACK   *
001000*    TO RAISE OPEN PURCHASE ORDERS, SO THE TWO PROGRAMS MUST    *
001100*    SHARE THIS COPYBOOK RATHER THAN KEEP SEPARATE, DRIFTING    *
001200*    COPIES OF THE LAYOUT.                                      *
001300*                                                               *
001400*****************************************************************
001500
001600 01  PORDSUG-RECORD.
001700     05  PS-RECORD-TYPE          PIC X(01).
001800         88  PS-VENDOR-REC               VALUE 'V'.
001900         88  PS-DETAIL-REC               VALUE 'D'.
002000         88  PS-TRAILER-REC              VALUE 'T'.
002100     05  PS-RECORD-BODY          PIC X(50).
002200     05  PS-VENDOR-DATA REDEFINES PS-RECORD-BODY.
002300         10  PS-VH-VENDOR-NO     PIC 9(05).
002400         10  PS-VH-ITEM-COUNT    PIC 9(05).
002500         10  FILLER              PIC X(40).
002600     05  PS-DETAIL-DATA REDEFINES PS-RECORD-BODY.
002700         10  PS-DT-VENDOR-NO     PIC 9(05).
002800         10  PS-DT-ITEM-KEY      PIC 9(05).
002900         10  PS-DT-ITEM-DESC     PIC X(20).
003000         10  PS-DT-ONHAND-QTY    PIC 9(05).
003100         10  PS-DT-REORDER-PT    PIC 9(05).
003200         10  PS-DT-SUGGEST-QTY   PIC 9(06).
003300         10  FILLER              PIC X(04).
003400     05  PS-TRAILER-DATA REDEFINES PS-RECORD-BODY.
003500         10  PS-TR-VENDOR-COUNT  PIC 9(05).
003600         10  PS-TR-ITEM-COUNT    PIC 9(05).
003700         10  FILLER              PIC X(40).
