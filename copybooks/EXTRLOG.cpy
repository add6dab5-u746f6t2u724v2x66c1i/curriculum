      * EXTRLOG.cpy - Data extract log record layout.
      * One record per comma-delimited extract FileExtract writes:
      * who took which file, under what selection, how many rows,
      * and whether the sensitive employee fields went out masked.
       01 EXTRACT-LOG-RECORD.
          05 XL-LOG-DATE             PIC 9(8).
          05 XL-LOG-TIME             PIC 9(8).
          05 XL-OPERATOR-ID          PIC X(8).
          05 XL-FILE-NAME            PIC X(8).
          05 XL-FROM-DATE            PIC 9(8).
          05 XL-TO-DATE              PIC 9(8).
          05 XL-COMPANY-CODE         PIC X(3).
          05 XL-FIELD-LIST           PIC X(200).
          05 XL-RECORD-COUNT         PIC 9(7).
          05 XL-MASKED-SW            PIC X(1).
             88 XL-MASKED            VALUE "Y".
          05 XL-OUTPUT-FILE          PIC X(20).
          05 XL-MODE                 PIC X(1).
             88 XL-MODE-LIVE         VALUE "L".
             88 XL-MODE-TRAINING     VALUE "T".
