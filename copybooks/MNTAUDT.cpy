000200* MNTAUDT - ONE MAINTENANCE AUDIT RECORD PER MASTER-FILE
000300*     UPDATE.  WRITTEN (EXTEND) BY EVERY PROGRAM THAT ADDS,
000400*     CHANGES OR DELETES A STUMAST, CRSEMAST OR CRSESECT
000500*     RECORD - STUMAINT, CRSMAINT, SECMAINT, DROPREG, SISACK
000600*     AND SECCANC - WITH THE BEFORE AND AFTER IMAGES, SO "WHO
000700*     CHANGED THIS RECORD AND WHEN" IS ONE BROWSE (AUDTBRWS)
000800*     INSTEAD OF A SNAPCMP DAY-DIFF.  SEAT-COUNT UPKEEP IS
000900*     NOT AUDITED HERE - RECONCIL ALREADY POLICES IT.
000910*     STUPERS CHANGES (MA-FILE "STUPERS ") ARE AUDITED TOO,
000920*     BY PERMAINT AND DEMPOST - ONE RECORD PER FIELD,
000930*     WITH PERSAUD IMAGES (SEE PERSAUD).
001000*----------------------------------------------------------
001100 01  MAINT-AUDIT-REC.
001200     05  MA-DATE             PIC 9(8).
