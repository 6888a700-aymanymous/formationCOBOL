000840*     THE STUDENT'S OTHER SECTIONS.  CS-INSTRID NAMES THE
000850*     TEACHING INSTRUCTOR (INSTMAST); ZERO MEANS THE
000860*     SECTION IS NOT YET ASSIGNED.
000870*     CS-MIN-SEATS IS THE MINIMUM ENROLLMENT THE SECTION
000880*     MUST REACH TO RUN (ZERO = NO MINIMUM); SECCANC CANCELS
000890*     THE SECTIONS THAT FALL SHORT.
000900*----------------------------------------------------------
001000 01  COURSE-SECTION-REC.
001100     05  CS-KEY.
002100     05  CS-START-TIME       PIC 9(4).
002200     05  CS-END-TIME         PIC 9(4).
002300     05  CS-INSTRID          PIC 9(5).
002310     05  CS-MIN-SEATS        PIC 9(05) COMP.
