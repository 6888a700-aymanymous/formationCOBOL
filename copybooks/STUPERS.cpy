000710*     THE KSDS CARRIES AN ALTERNATE INDEX ON SP-NOM (SEE
000720*     DEFAIX.JCL) - THE NAME-SEARCH FACILITY (NAMESRCH)
000730*     BROWSES IT INSTEAD OF READING THE WHOLE FILE.
000740*     SP-PROGRAM IS THE STUDENT'S DECLARED DEGREE PROGRAM (A
000750*     PROGRAM HEADER ON PROGREQ, BLANK WHEN UNDECLARED) - SET
000760*     BY PERMAINT, AUDITED BY DEGAUDIT.
000770*     SP-COURRIEL, OR ELSE THE POSTAL ADDRESS, CARRIES THE
000780*     NIGHTLY STUDENT NOTICES (NOTIFMRG); SP-TELEPHONE IS
000790*     PRINTED WHEN NEITHER IS USABLE.
000792*     ADDRESS, PHONE AND E-MAIL CHANGES MADE IN THE SIS
000794*     PORTAL ARRIVE NIGHTLY (SISDEMO) AND ARE POSTED BY
000796*     DEMPOST AFTER THE DEMEDIT CHECKS.
000800*----------------------------------------------------------
000900 01  STUDENT-PERSON-REC.
001000     05  SP-STUDENTID        PIC 9(7).
001400     05  SP-CODE-POSTAL      PIC X(7).
001500     05  SP-TELEPHONE        PIC X(10).
001600     05  SP-COURRIEL         PIC X(30).
001610     05  SP-PROGRAM          PIC X(6).
001620     05  FILLER              PIC X(3).
