000100*----------------------------------------------------------
000200* STUXREF - RECORD LAYOUT FOR THE RETIRED-STUDENTID CROSS-
000300*     REFERENCE KSDS (STUXREF), KEYED ON XR-OLD-ID.  ONE
000400*     RECORD PER STUDENTID RETIRED BY THE DUPLICATE MERGE
000500*     RUN (STUMERGE), NAMING THE SURVIVING STUDENTID THE
000600*     RETIRED NUMBER'S RECORDS WERE MOVED TO.  WHEN A
000700*     SURVIVOR IS ITSELF MERGED LATER, EVERY RECORD POINTING
000800*     AT IT IS MOVED ON, SO ONE KEYED READ ALWAYS GIVES THE
000900*     CURRENT NUMBER.  ENTREE, PAYPOST AND INQUIRY REDIRECT
001000*     A RETIRED NUMBER KEYED LATER THROUGH THIS FILE.
001100*----------------------------------------------------------
001200 01  STUDENT-XREF-REC.
001300     05  XR-OLD-ID           PIC 9(7).
001400     05  XR-NEW-ID           PIC 9(7).
001500     05  XR-MERGE-DATE       PIC 9(8).
001600     05  XR-OPERATOR-ID      PIC X(8).
001700     05  FILLER              PIC X(10).
