000100*****************************************************************
000200*                                                               *
000300*    ITMGLJR.CPY                                                *
000400*                                                               *
000500*    RECORD LAYOUT FOR THE GLJRNL GENERAL LEDGER JOURNAL-ENTRY  *
000600*    INTERFACE FILE THAT ITMGLIF WRITES EACH NIGHT FOR THE      *
000700*    LEDGER SYSTEM TO IMPORT.  ONE BATCH PER FILE:              *
000800*      H  ONE HEADER - SOURCE, POSTING DATE, AND THE DATE/TIME  *
000900*         WINDOW OF INVENTORY CHANGES THE BATCH COVERS          *
001000*      D  ONE LINE PER DEBIT OR CREDIT, ACCOUNT AND COST        *
001100*         CENTER (THE WAREHOUSE CODE), UNSIGNED AMOUNT, AND     *
001200*         THE REASON CODE THE VALUE EFFECT WAS SUMMARIZED UNDER *
001300*      T  ONE TRAILER - LINE COUNT, DEBIT AND CREDIT TOTALS     *
001400*    EVERY RECORD CARRIES THE BATCH NUMBER.  A BATCH WITH NO    *
001500*    VALUE CHANGES IS STILL SENT, AS A HEADER AND A ZERO        *
001600*    TRAILER, SO THE LEDGER SEES THE BATCH NUMBERS UNBROKEN.    *
001700*                                                               *
001800*****************************************************************
001900
002000 01  GLJRNL-RECORD.
002100     05  GJ-RECORD-TYPE              PIC X(01).
002200         88  GJ-HEADER-REC                   VALUE 'H'.
002300         88  GJ-DETAIL-REC                   VALUE 'D'.
002400         88  GJ-TRAILER-REC                  VALUE 'T'.
002500     05  GJ-BATCH-NO                 PIC 9(05).
002600     05  GJ-RECORD-BODY              PIC X(74).
002700     05  GJ-HEADER-DATA REDEFINES GJ-RECORD-BODY.
002800         10  GJ-SOURCE-ID            PIC X(08).
002900         10  GJ-POST-DATE            PIC 9(08).
003000         10  GJ-FROM-DATE            PIC 9(08).
003100         10  GJ-FROM-TIME            PIC 9(06).
003200         10  GJ-TO-DATE              PIC 9(08).
003300         10  GJ-TO-TIME              PIC 9(06).
003400         10  FILLER                  PIC X(30).
003500     05  GJ-DETAIL-DATA REDEFINES GJ-RECORD-BODY.
003600         10  GJ-LINE-NO              PIC 9(05).
003700         10  GJ-ACCOUNT-NO           PIC X(08).
003800         10  GJ-COST-CENTER          PIC X(02).
003900         10  GJ-DR-CR-CD             PIC X(01).
004000             88  GJ-DEBIT                    VALUE 'D'.
004100             88  GJ-CREDIT                   VALUE 'C'.
004200         10  GJ-AMOUNT               PIC 9(11)V99.
004300         10  GJ-REASON-CD            PIC X(02).
004400         10  GJ-DESCRIPTION          PIC X(30).
004500         10  FILLER                  PIC X(13).
004600     05  GJ-TRAILER-DATA REDEFINES GJ-RECORD-BODY.
004700         10  GJ-LINE-COUNT           PIC 9(05).
004800         10  GJ-DEBIT-TOTAL          PIC 9(13)V99.
004900         10  GJ-CREDIT-TOTAL         PIC 9(13)V99.
005000         10  FILLER                  PIC X(39).
