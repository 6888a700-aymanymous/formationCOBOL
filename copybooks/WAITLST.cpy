000300*     WHEN A COURSE IS FULL, IN SM-REG-TIMESTAMP ORDER (THE
000400*     FILE IS EXTENDED, SO FILE ORDER IS ARRIVAL ORDER).
000500*     READ BY THE WAITLIST DEPTH REPORT AND BY THE SEAT
000600*     PROMOTION RUN.  SECCANC ALSO WRITES ONE FOR A STUDENT
000610*     OF A CANCELLED SECTION WHEN THE COURSE'S OTHER SECTIONS
000620*     ARE FULL, KEEPING THE ORIGINAL TIMESTAMP, AND DROPS
000625*     THE ENTRIES FOR THE SECTIONS IT CANCELS.
000630*     ENTREE AND RESUBMIT ALSO WRITE EACH CAPTURE TO THE
000640*     CAPTURE LOG (WAITCAP, SAME LAYOUT), WHICH PROMOTION
000650*     NEVER TRIMS - THE OPERATOR ACTIVITY REPORT READS IT.
000700*----------------------------------------------------------
000800 01  WAITLIST-REC.
000900     05  WL-STUDENTID        PIC 9(7).
