000010******************************************************************
000020* SHIPLOG.CPY
000030* INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* SHIPMENT LOG RECORD LAYOUT - ONE ROW PER CUT PIECE SHIPDOC
000070* SENDS OUT.  CARRIES THE PACKING LIST NUMBER IT WENT OUT ON
000080* (NUMBERED OFF THE SHIPCTL CONTROL FILE), THE DATE AND TIME AND
000090* WHO PRINTED IT, THE JOB AND CUSTOMER PO, AND THE HISTORY KEY
000100* (PART, RUN DATE AND RUN SEQUENCE) OF THE CUT WITH ITS MATERIAL
000110* AND BLANK WEIGHT.  THE HISTORY RECORD IS MARKED SHIPPED AT THE
000120* SAME TIME, SO THE PIECE CANNOT GO OUT ON A SECOND PACKING LIST.
000130*
000140* MODIFICATION HISTORY
000150*
000160*   DATE       INIT   DESCRIPTION
000170*   ---------- ----   -----------------------------------------
000180*   10/15/2026 JS     ORIGINAL.
000190******************************************************************
000200 01  SHIPMENT-LOG-RECORD.
000210     05  SL-PACK-LIST-NO         PIC 9(06).
000220     05  SL-SHIP-DATE            PIC 9(08).
000230     05  SL-SHIP-TIME            PIC 9(08).
000240     05  SL-USER-ID              PIC X(10).
000250     05  SL-JOB-NUMBER           PIC X(08).
000260     05  SL-CUSTOMER-PO          PIC X(10).
000270     05  SL-SHIPPED-KEY.
000280         10  SL-PART-NUMBER      PIC X(06).
000290         10  SL-RUN-DATE         PIC 9(08).
000300         10  SL-RUN-SEQ          PIC 9(04).
000310     05  SL-MATERIAL-CODE        PIC X(04).
000320     05  SL-BLANK-WEIGHT         PIC 9(07)V9(03).
