000206*                     ONCE AND CUT AS A TRUE ANNULAR RING - A
000207*                     SOLID DISK CARRIES SHAPE S AND A ZERO
000208*                     INNER DIAMETER.
000209*   10/15/2026 JS     ADDED THE DIMENSIONAL TOLERANCE (PLUS/MINUS,
000210*                     IN THE PART'S UNIT CODE) THAT INSPECT PASSES
000211*                     OR FAILS A CUT AGAINST.  A ZERO TOLERANCE
000212*                     MEANS THE DIAMETER MUST MEASURE EXACTLY.
000213******************************************************************
000214 01  PARTS-MASTER-RECORD.
000220     05  PM-PART-NUMBER          PIC X(06).
000230     05  PM-DESCRIPTION          PIC X(20).
000240     05  PM-UNIT-CODE            PIC X(02).
000360         88  PM-SHAPE-IS-SOLID           VALUE "S".
000370         88  PM-SHAPE-IS-RING            VALUE "R".
000380     05  PM-INNER-DIAMETER       PIC 9(05)V9(05).
000390     05  PM-TOLERANCE            PIC 9(02)V9(04).
