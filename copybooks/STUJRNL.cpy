000100*----------------------------------------------------------
000200* STUJRNL - ONE JOURNAL RECORD PER WRITE, REWRITE OR DELETE
000300*     AGAINST THE STUDENT-MASTER KSDS.  EXTENDED BY ENTREE,
000400*     WAITPROM, DROPREG, RESUBMIT, STUMAINT, SISACK AND
000410*     SECCANC AS EACH UPDATE LANDS, SO A BROKEN KSDS CAN BE
000500*     REBUILT FORWARD BY STURECOV FROM THE LAST
000600*     PROD.STUDENT.SNAPSHOT GENERATION PLUS THIS JOURNAL -
000700*     MINUTES, NOT A LOST DAY.
000800*     JR-IMAGE HOLDS THE FULL MASTER RECORD (THE KEY ALONE
000900*     MATTERS FOR A DELETE).
001000*----------------------------------------------------------
