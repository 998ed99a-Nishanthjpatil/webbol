*> Parameter block for EXTRACT-WRITE, the report fleet's CSV
*> extract writer. Callers set EXTRACT-OP and the fields it reads,
*> then CALL "EXTRACT-WRITE" USING EXTRACT-PARAMS:
*>   OPEN     EXTRACT-REPORT (the file is <report>.CSV),
*>            EXTRACT-TEXT = the period the figures cover
*>   COLUMNS  EXTRACT-TEXT = the data rows' column names
*>   ROW      EXTRACT-TEXT = one data row's fields,
*>            EXTRACT-VALUE = its control figure (the first figure
*>            column), summed into the trailer
*>   QUOTE    EXTRACT-FIELD in, the same text back as one safely
*>            quoted CSV field, its length in EXTRACT-FIELD-LEN
*>   CLOSE    writes the trailer and closes the file
       01  EXTRACT-PARAMS.
           05 EXTRACT-OP           PIC X(8).
           05 EXTRACT-REPORT       PIC X(32).
           05 EXTRACT-TEXT         PIC X(512).
           05 EXTRACT-VALUE        PIC S9(15).
           05 EXTRACT-FIELD        PIC X(300).
           05 EXTRACT-FIELD-LEN    PIC 9(4) COMP.
