002900*                   VM-ROUTE-CODE. TICKETS FOR A VEHICLE NOT
003000*                   ON VEHMSTR, AND ODOMETER READINGS THAT
003100*                   RUN BACKWARD, ARE REPORTED AND COUNTED.
003110* 2026-10-15   RT   FUELSTD NOW ALSO CARRIES THE CLASS TANK
003120*                   CAPACITY FOR THE FUELAUD TICKET AUDIT; THE
003130*                   FIELD IS NAMED HERE BUT NOT USED.
003200*----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
008300     05  FS-VEHICLE-CLASS    PIC X(02).
008400     05  FS-STD-KMPL         PIC 9(3)V99.
008500     05  FS-TOLERANCE        PIC 9(03).
008550     05  FS-TANK-LITRES      PIC 9(4)V99.
008600     05  FILLER              PIC X(64).
008700*
008800 FD  FUEL-RPT
008900     LABEL RECORDS ARE STANDARD
