000219*   2026-09-02 JS     CIRCSTAT WIDENED FOR THE RING SHAPE CODE
000221*                     AND INNER RADIUS - AREAS SUMMED HERE ARE
000223*                     NOW TRUE ANNULAR AREAS FOR RING PARTS.
000224*   2026-10-15 JS     CIRCSTAT WIDENED FOR THE CUT LENGTH, PIERCE
000225*                     COUNT, MACHINE MINUTES AND MACHINE COST -
000226*                     RECORD LENGTH ONLY, THE REPORT IS UNCHANGED.
000227******************************************************************
000230
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000420 FILE SECTION.
000430 FD  CIRCLE-MASTER
000440     LABEL RECORDS ARE STANDARD
000450     RECORD CONTAINS 134 CHARACTERS.
000460     COPY CIRCSTAT REPLACING ==CIRCLE-STATS== BY
000470         ==CIRCLE-MASTER-RECORD==
000480         LEADING ==CS-== BY ==CM-==.
