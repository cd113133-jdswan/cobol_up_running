000010******************************************************************
000020* INSPREC.CPY
000030* INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* DIMENSIONAL INSPECTION RECORD LAYOUT - ONE ROW PER CUT QC
000070* MEASURES THROUGH INSPECT, KEYED BACK TO THE CIRCMSTI HISTORY
000080* RECORD (PART, RUN DATE, RUN SEQUENCE) IT INSPECTS.  CARRIES THE
000090* NOMINAL AND MEASURED OUTER DIAMETER (AND INNER DIAMETER FOR A
000100* RING) IN THE PART'S OWN UNIT CODE, THE PART'S TOLERANCE, THE
000110* RESULT, THE INSPECTOR AND THE REASON, PLUS THE OPERATOR, JOB,
000120* MATERIAL, WEIGHT AND MATERIAL COST OFF THE HISTORY RECORD SO A
000130* NONCONFORMANCE CAN BE TOTALLED WITHOUT GOING BACK TO HISTORY.
000140* EVERY INSPECTION IS APPENDED TO THE INSPECTION LOG (INSPLOG);
000150* A FAILED ONE IS ALSO APPENDED, IN THE SAME LAYOUT, TO THE
000160* NONCONFORMANCE FILE (NCRFILE) THAT NCRRPT REPORTS FROM.
000170*
000180* MODIFICATION HISTORY
000190*
000200*   DATE       INIT   DESCRIPTION
000210*   ---------- ----   -----------------------------------------
000220*   10/15/2026 JS     ORIGINAL.
000230******************************************************************
000240 01  INSPECTION-RECORD.
000250     05  IR-INSPECT-DATE         PIC 9(08).
000260     05  IR-INSPECT-TIME         PIC 9(08).
000270     05  IR-CUT-KEY.
000280         10  IR-PART-NUMBER      PIC X(06).
000290         10  IR-RUN-DATE         PIC 9(08).
000300         10  IR-RUN-SEQ          PIC 9(04).
000310     05  IR-INSPECTOR-ID         PIC X(10).
000320     05  IR-RESULT-CODE          PIC X(01).
000330         88  IR-CUT-PASSED               VALUE "P".
000340         88  IR-CUT-FAILED               VALUE "F".
000350     05  IR-FAIL-CODE            PIC X(02).
000360         88  IR-OD-UNDERSIZE             VALUE "OU".
000370         88  IR-OD-OVERSIZE              VALUE "OO".
000380         88  IR-ID-UNDERSIZE             VALUE "IU".
000390         88  IR-ID-OVERSIZE              VALUE "IO".
000400     05  IR-REASON               PIC X(30).
000410     05  IR-UNIT-CODE            PIC X(02).
000420     05  IR-TOLERANCE            PIC 9(02)V9(04).
000430     05  IR-NOMINAL-OD           PIC 9(05)V9(05).
000440     05  IR-MEASURED-OD          PIC 9(05)V9(05).
000450     05  IR-NOMINAL-ID           PIC 9(05)V9(05).
000460     05  IR-MEASURED-ID          PIC 9(05)V9(05).
000470     05  IR-OPERATOR-ID          PIC X(10).
000480     05  IR-JOB-NUMBER           PIC X(08).
000490     05  IR-MATERIAL-CODE        PIC X(04).
000500     05  IR-BLANK-WEIGHT         PIC 9(07)V9(03).
000510     05  IR-MATERIAL-COST        PIC 9(07)V9(02).
