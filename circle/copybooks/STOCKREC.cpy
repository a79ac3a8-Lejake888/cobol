      *> Material stock - one record per material code, keyed on the
      *> MATCOST code. Quantities are held in the unit the material
      *> is costed by: square units for an area-costed material,
      *> cubic units for a volume-costed one (ST-UNIT-BASIS). A job
      *> line needs QL-QUANTITY times the piece's area or volume.
      *> Maintained by STKMAINT; QUOTMAINT reserves and issues.
           05 ST-MATERIAL-CODE        PIC X(4).
           05 ST-DESCRIPTION          PIC X(20).
           05 ST-UNIT-BASIS           PIC X.
               88 ST-BY-AREA          VALUE "A".
               88 ST-BY-VOLUME        VALUE "V".
           05 ST-ON-HAND              PIC S9(11)V9(4).
      *> Held for accepted jobs not yet complete. Available stock is
      *> on hand less reserved.
           05 ST-RESERVED             PIC S9(11)V9(4).
           05 ST-REORDER-LEVEL        PIC 9(11)V9(4).
           05 ST-LEAD-DAYS            PIC 9(3).
           05 ST-LAST-RECEIPT-DATE    PIC 9(8).
           05 ST-LAST-ISSUE-DATE      PIC 9(8).
