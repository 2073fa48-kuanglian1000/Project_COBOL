      *> FD's flat line with WRITE ... FROM, same as CALCLOGREC.
      *> Copied into every program that touches the defect history so
      *> the layout only has to change in one place.
      *> DefReturnAuthNo is stamped by SUPPLIER-RETURNS when the tape
      *> goes back to the supplier on a numbered return
      *> authorisation; zeros (spaces on older lines) mean not yet
      *> returned.
       01  DefectRecord.
           88  EndOfDefectFile         VALUE HIGH-VALUES.
           03  DefDate.
           03  DefSupplierCode         PIC 999.
           03  FILLER                  PIC X VALUE SPACE.
           03  DefOperatorId           PIC X(4).
           03  FILLER                  PIC X VALUE SPACE.
           03  DefReturnAuthNo         PIC 9(5) VALUE ZEROS.
