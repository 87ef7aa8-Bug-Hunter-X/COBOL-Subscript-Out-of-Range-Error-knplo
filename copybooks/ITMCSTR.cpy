000100*****************************************************************
000200*                                                               *
000300*    ITMCSTR.CPY                                                *
000400*                                                               *
000500*    RECORD LAYOUT FOR THE COSTHIST ITEM COST HISTORY FILE,     *
000600*    KEYED ON CH-HIST-KEY (ITEM KEY, EFFECTIVE DATE AND TIME,   *
000700*    AND A SEQUENCE NUMBER FOR TWO CHANGES IN ONE SECOND).      *
000800*    ITEMTAB ONLY EVER HOLDS THE CURRENT IT-UNIT-COST, AND      *
000900*    ITMPURGE TAKES OLD ROWS OFF IT ALTOGETHER, SO EVERY        *
001000*    PROGRAM THAT CHANGES A UNIT COST ALSO WRITES ONE RECORD    *
001100*    HERE WITH THE COST BEFORE AND AFTER:                       *
001200*      L  ITMLOAD   NIGHTLY LOAD (NEW ITEMS COME IN FROM ZERO)  *
001300*      R  ITMSREL   COST SUSPENSE RELEASE                       *
001400*      C  ITMUPDT   BATCH MASS CORRECTION                       *
001500*      U  ITMINQ    ONLINE UPDATE                               *
001600*      B  ITMINQ    ONLINE BACKOUT                              *
001700*    THE COST IN EFFECT ON ANY DATE IS THE NEW COST OF THE      *
001800*    LAST RECORD ON OR BEFORE THAT DATE.  THE ON-HAND QUANTITY  *
001900*    AND WAREHOUSE ARE THOSE OF THE ROW AS CHANGED, SO THE      *
002000*    VALUE EFFECT OF A CHANGE CAN BE WORKED OUT FROM THIS FILE  *
002100*    ALONE.  NOTHING PURGES THIS FILE.                          *
002200*                                                               *
002300*****************************************************************
002400
002500 01  COSTHIST-RECORD.
002600     05  CH-HIST-KEY.
002700         10  CH-ITEM-KEY             PIC 9(05).
002800         10  CH-EFF-DATE             PIC 9(08).
002900         10  CH-EFF-TIME             PIC 9(06).
003000         10  CH-SEQ-NO               PIC 9(02).
003100     05  CH-OLD-COST                 PIC 9(05)V99.
003200     05  CH-NEW-COST                 PIC 9(05)V99.
003300     05  CH-SOURCE-CD                PIC X(01).
003400         88  CH-SRC-LOAD                     VALUE 'L'.
003500         88  CH-SRC-RELEASE                  VALUE 'R'.
003600         88  CH-SRC-BATCH-CORR               VALUE 'C'.
003700         88  CH-SRC-ONLINE-UPDATE            VALUE 'U'.
003800         88  CH-SRC-BACKOUT                  VALUE 'B'.
003900     05  CH-PROGRAM-ID               PIC X(08).
004000     05  CH-OPERATOR-ID              PIC X(08).
004100     05  CH-ONHAND-QTY               PIC 9(05).
004200     05  CH-WAREHOUSE-CD             PIC X(02).
004300     05  FILLER                      PIC X(05).
