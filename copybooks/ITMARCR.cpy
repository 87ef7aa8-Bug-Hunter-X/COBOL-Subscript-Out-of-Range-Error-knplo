000100*****************************************************************
000200*                                                               *
000300*    ITMARCR.CPY                                                *
000400*                                                               *
000500*    RECORD LAYOUT FOR THE ITEMARC ITEM LIFECYCLE AND INACTIVE  *
000600*    ITEM ARCHIVE FILE, KEYED ON AR-ITEM-KEY.  ONE ROW PER      *
000700*    ITEM THAT HAS EITHER LEFT THE FEED OR BEEN GIVEN A         *
000800*    LIFECYCLE STATUS; AN ITEM WITH NEITHER HAS NO ROW.         *
000900*      - ITMLOAD ARCHIVES A ROW WHEN ITS KEY DROPS OUT OF THE   *
001000*        FULL REFRESH (DROP REASON F) OR IS TAKEN OFF BY A      *
001100*        MAINTENANCE DELETE (DROP REASON M), KEEPING THE LAST   *
001200*        ITEM DATA, THE DROP DATE, AND THE CENTER THAT LAST     *
001300*        SENT THE KEY (0 = NOT KNOWN).  A KEY THAT LATER COMES  *
001400*        BACK IS FLAGGED ON THE CONTROL REPORT, AND ITS ROW IS  *
001500*        KEPT WITH THE ARCHIVE SWITCH OFF AND A RETURN DATE.    *
001600*      - ITMINQ SETS AN ITEM DISCONTINUED OR OBSOLETE (OR BACK  *
001700*        TO ACTIVE).  ITMREORD SUGGESTS NO PURCHASE ORDER FOR   *
001800*        EITHER STATUS, AND ITMLOAD FLAGS EITHER ONE ARRIVING   *
001900*        ON THE FEED.                                           *
002000*    THE LIFECYCLE STATUS IS KEPT HERE AND NOT IN THE ITEMTAB   *
002100*    ROW BECAUSE EVERY LOAD, CORRECTION AND RELEASE REWRITES    *
002200*    IT-ITEM-STATUS AND WOULD QUIETLY PUT THE ITEM BACK ON      *
002300*    ORDER.  NOTHING PURGES THIS FILE.                          *
002400*                                                               *
002500*****************************************************************
002600
002700 01  ITEMARC-RECORD.
002800     05  AR-ITEM-KEY                 PIC 9(05).
002900     05  AR-LIFE-CD                  PIC X(01).
003000         88  AR-LIFE-ACTIVE                  VALUE ' '.
003100         88  AR-LIFE-DISCONTINUED            VALUE 'D'.
003200         88  AR-LIFE-OBSOLETE                VALUE 'O'.
003300         88  AR-LIFE-NO-REORDER              VALUES 'D' 'O'.
003400     05  AR-LIFE-SET-DATE            PIC 9(08).
003500     05  AR-LIFE-SET-BY              PIC X(08).
003600     05  AR-ARCHIVE-SW               PIC X(01).
003700         88  AR-ARCHIVED                     VALUE 'Y'.
003800     05  AR-DROP-DATE                PIC 9(08).
003900     05  AR-DROP-REASON-CD           PIC X(01).
004000         88  AR-DROP-FEED                    VALUE 'F'.
004100         88  AR-DROP-MAINT-DELETE            VALUE 'M'.
004200     05  AR-LAST-SOURCE-NO           PIC 9(01).
004300     05  AR-LAST-LOAD-DATE           PIC 9(08).
004400     05  AR-RETURN-DATE              PIC 9(08).
004500     05  AR-LAST-ITEM-DATA           PIC X(50).
004600     05  AR-LAST-ITEM-STATUS         PIC X(01).
004700     05  FILLER                      PIC X(10).
