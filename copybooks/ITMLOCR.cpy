000100*****************************************************************
000200*                                                               *
000300*    ITMLOCR.CPY                                                *
000400*                                                               *
000500*    RECORD LAYOUT FOR THE STKLOC STOCK-BY-LOCATION FILE,       *
000600*    KEYED ON SL-LOC-KEY (ITEM KEY PLUS SOURCE CENTER).  THE    *
000700*    THREE ITEMMAST FEEDS EACH COME FROM ONE DISTRIBUTION       *
000800*    CENTER, AND ITEMTAB KEEPS ONLY THE HIGHEST-PRIORITY        *
000900*    CENTER'S ROW FOR AN ITEM.  ITMLOAD WRITES EVERY CENTER'S   *
001000*    ROW HERE AS WELL, SO THE STOCK THE OTHER CENTERS REPORTED  *
001100*    IS NOT LOST.  THE FILE HOLDS TWO KINDS OF ROW:             *
001200*      - ONE ROW PER ITEM PER CENTER (SOURCE 1 TO 3) WITH THAT  *
001300*        CENTER'S ON-HAND, REORDER POINT AND WAREHOUSE AS OF    *
001400*        THE LOAD DATE.  SL-ROLE-CD SAYS WHETHER THE ROW WON    *
001500*        INTO ITEMTAB OR WAS SUPERSEDED BY A HIGHER CENTER.     *
001600*      - ONE NETWORK TOTAL ROW PER ITEM (SOURCE 0) CARRYING     *
001700*        THE SUM OVER EVERY CENTER THAT REPORTED THE ITEM ON    *
001800*        THE LOAD DATE, AND HOW MANY CENTERS THAT WAS.          *
001900*    A CENTER ROW WHOSE LOAD DATE IS OLDER THAN THE ITEM'S      *
002000*    TOTAL ROW IS A CENTER THAT DID NOT SEND THE ITEM THAT      *
002100*    NIGHT; THE LOAD REMOVES SUCH ROWS WHEN IT STARTS THE       *
002200*    NIGHT'S TOTAL FOR THE ITEM.                                *
002300*                                                               *
002400*****************************************************************
002500
002600 01  STKLOC-RECORD.
002700     05  SL-LOC-KEY.
002800         10  SL-ITEM-KEY             PIC 9(05).
002900         10  SL-SOURCE-NO            PIC 9(01).
003000             88  SL-NETWORK-TOTAL            VALUE 0.
003100     05  SL-LOC-DATA.
003200         10  SL-ONHAND-QTY           PIC 9(07).
003300         10  SL-REORDER-POINT        PIC 9(07).
003400         10  SL-WAREHOUSE-CD         PIC X(02).
003500         10  SL-LOAD-DATE            PIC 9(08).
003600         10  SL-ROLE-CD              PIC X(01).
003700             88  SL-ROLE-PRIMARY             VALUE 'P'.
003800             88  SL-ROLE-SUPERSEDED          VALUE 'S'.
003900             88  SL-ROLE-TOTAL               VALUE 'T'.
004000         10  SL-CENTER-COUNT         PIC 9(01).
004100         10  FILLER                  PIC X(09).
