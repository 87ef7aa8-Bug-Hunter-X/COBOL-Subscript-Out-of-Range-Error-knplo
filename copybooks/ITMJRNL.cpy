001000*    OUT FROM ITMINQ INSTEAD OF STANDING UNTIL THE NEXT FULL    *
001100*    LOAD.  THE IMAGE FIELDS HOLD A COMPLETE ITEMTAB-RECORD     *
001200*    (SEE ITMTABR) AND MUST BE RESIZED IF THAT RECORD GROWS.    *
001210*    ITMPRCV RECEIPTS AND ITMCYCL COUNT POSTINGS WRITE THE      *
001220*    SAME RECORD, SO THEY CAN BE BACKED OUT THE SAME WAY, BUT   *
001230*    UNDER THEIR OWN ACTION CODES (R AND C): THEY ARE STOCK     *
001240*    MOVEMENTS, NOT CORRECTIONS, AND THE ITMGLIF GL INTERFACE   *
001250*    MUST NOT POST THEM AS MANUAL CORRECTIONS.                  *
001300*                                                               *
001400*****************************************************************
001500
001800     05  JR-ACTION-CD                PIC X(01).
001900         88  JR-ACTION-UPDATE                VALUE 'U'.
002000         88  JR-ACTION-BACKOUT               VALUE 'B'.
002010         88  JR-ACTION-RECEIPT               VALUE 'R'.
002020         88  JR-ACTION-COUNT                 VALUE 'C'.
002100     05  JR-EVENT-DATE               PIC 9(08).
002200     05  JR-EVENT-TIME               PIC 9(06).
002300     05  JR-ITEM-KEY                 PIC 9(05).
