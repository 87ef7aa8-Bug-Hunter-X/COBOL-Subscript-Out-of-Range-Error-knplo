000100*****************************************************************
000200*                                                               *
000300*    ITMVJRR.CPY                                                *
000400*                                                               *
000500*    RECORD LAYOUT FOR THE VENDJRNL VENDOR MASTER JOURNAL.      *
000600*    EVERY CHANGE ITMVMNT MAKES TO VENDMST - A NEW VENDOR, A    *
000700*    NAME CHANGE, OR A STATUS CHANGE - WRITES ONE RECORD        *
000800*    CARRYING WHO MADE THE CHANGE, WHEN, AND THE FULL BEFORE    *
000900*    AND AFTER IMAGES OF THE VENDOR RECORD, THE SAME WAY        *
001000*    ITMJRNL RECORDS CORRECTIONS TO ITEMTAB.  AN ADD HAS A      *
001100*    BLANK BEFORE IMAGE.  THE IMAGE FIELDS HOLD A COMPLETE      *
001200*    VENDMST-RECORD (SEE ITMVENR) AND MUST BE RESIZED IF THAT   *
001300*    RECORD GROWS.                                              *
001400*                                                               *
001500*****************************************************************
001600
001700 01  VENDJRNL-RECORD.
001800     05  VJ-OPERATOR-ID              PIC X(08).
001900     05  VJ-ACTION-CD                PIC X(01).
002000         88  VJ-ACTION-ADD                   VALUE 'A'.
002100         88  VJ-ACTION-NAME                  VALUE 'N'.
002200         88  VJ-ACTION-STATUS                VALUE 'S'.
002300     05  VJ-EVENT-DATE               PIC 9(08).
002400     05  VJ-EVENT-TIME               PIC 9(06).
002500     05  VJ-VENDOR-NO                PIC 9(05).
002600     05  VJ-BEFORE-IMAGE             PIC X(40).
002700     05  VJ-AFTER-IMAGE              PIC X(40).
