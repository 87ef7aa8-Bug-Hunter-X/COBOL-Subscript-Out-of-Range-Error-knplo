000800*    FILE THE ITMINQ ONLINE INQUIRY/MAINTENANCE PROGRAM READS   *
000900*    AND UPDATES, SO THE TWO PROGRAMS MUST SHARE THIS COPYBOOK  *
001000*    RATHER THAN KEEP SEPARATE, DRIFTING COPIES OF THE LAYOUT.  *
001010*                                                               *
001020*    ITEMTAB ALSO CARRIES ALTERNATE KEYS, ALL WITH DUPLICATES,  *
001030*    ON IT-VENDOR-NO, IT-WAREHOUSE-CD AND IT-ITEM-DESC FOR THE  *
001040*    ITMINQ BROWSE.  EVERY PROGRAM THAT OPENS ITEMTAB DECLARES  *
001050*    ALL THREE IN ITS SELECT.  A FILE BUILT BEFORE THE KEYS     *
001060*    EXISTED IS CONVERTED BY AN ITMSNAP SNAPSHOT AND RESTORE.   *
001100*                                                               *
001200*****************************************************************
001300
