      * FIXASSET.cpy - Fixed asset register record layout.
      * Indexed file keyed on asset tag.  FixedAssetMaint adds,
      * transfers and disposes of assets and posts each to the GL
      * feed as it happens; AssetDepreciation takes the monthly
      * depreciation, straight-line or double-declining balance
      * down to salvage over the useful life in months, and prints
      * the roll-forward against the GL.  Opening depreciation is
      * what an asset brought with it when loaded onto the
      * register part-way through its life.
       01 FIXED-ASSET-RECORD.
          05 FA-ASSET-TAG            PIC X(10).
          05 FA-DESCRIPTION          PIC X(30).
          05 FA-COMPANY-CODE         PIC X(3).
          05 FA-DEPARTMENT-CODE      PIC X(4).
          05 FA-ACQUISITION-DATE     PIC 9(8).
          05 FA-COST                 PIC S9(9)V99.
          05 FA-SALVAGE-VALUE        PIC S9(9)V99.
          05 FA-USEFUL-LIFE          PIC 9(3).
          05 FA-METHOD               PIC X(1).
             88 FA-STRAIGHT-LINE     VALUE "S".
             88 FA-DECLINING-BALANCE VALUE "D".
             88 FA-METHOD-VALID      VALUE "S" "D".
          05 FA-STATUS               PIC X(1).
             88 FA-ACTIVE            VALUE "A".
             88 FA-DISPOSED          VALUE "D".
          05 FA-ADDED-DATE           PIC 9(8).
          05 FA-ADDED-BY             PIC X(8).
          05 FA-OPENING-DEPR         PIC S9(9)V99.
          05 FA-ACCUMULATED-DEPR     PIC S9(9)V99.
          05 FA-MONTHS-DEPRECIATED   PIC 9(3).
          05 FA-LAST-DEPR-MONTH      PIC 9(6).
          05 FA-YTD-YEAR             PIC 9(4).
          05 FA-YTD-DEPR             PIC S9(9)V99.
          05 FA-DISPOSAL-DATE        PIC 9(8).
          05 FA-DISPOSAL-PROCEEDS    PIC S9(9)V99.
          05 FA-GAIN-LOSS            PIC S9(9)V99.
