000010******************************************************************
000020* JOBLINE.CPY
000030* INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* JOB ORDER LINE RECORD LAYOUT - ONE ROW PER LINE THE CUSTOMER
000070* ORDERED UNDER A JOB ON THE JOB-ORDER MASTER, KEYED BY JOB NUMBER
000080* AND A THREE-DIGIT LINE NUMBER.  CARRIES THE PART ORDERED, THE
000090* QUANTITY, THE DUE DATE AND THE LINE STATUS.  JOBMNT ADDS AND
000100* CHANGES THE LINES (AUDITED TO JOBAUD ALONGSIDE THE JOB ITSELF)
000110* AND NUMBERS A JOB'S LINES FROM 001 UP.  A LINE IS NEVER DELETED
000120* - IT IS CLOSED OR CANCELLED - SO A JOB'S LINES ALWAYS RUN FROM
000130* 001 WITHOUT A GAP.  JOBBKLG MATCHES EVERY OPEN LINE AGAINST THE
000140* CUTS IN CIRCMSTI FOR THE SAME JOB AND PART, AND CHALLENGE WARNS
000150* WHEN A CUT TAKES A JOB AND PART PAST WHAT WAS ORDERED.
000160*
000170* MODIFICATION HISTORY
000180*
000190*   DATE       INIT   DESCRIPTION
000200*   ---------- ----   -----------------------------------------
000210*   10/15/2026 JS     ORIGINAL.
000220******************************************************************
000230 01  JOB-LINE-RECORD.
000240     05  JL-LINE-KEY.
000250         10  JL-JOB-NUMBER       PIC X(08).
000260         10  JL-LINE-NUMBER      PIC 9(03).
000270     05  JL-PART-NUMBER          PIC X(06).
000280     05  JL-QTY-ORDERED          PIC 9(06).
000290     05  JL-DUE-DATE             PIC 9(08).
000300     05  JL-LINE-STATUS          PIC X(01).
000310         88  JL-IS-OPEN                  VALUE "O".
000320         88  JL-IS-CLOSED                VALUE "C".
000330         88  JL-IS-CANCELLED             VALUE "X".
