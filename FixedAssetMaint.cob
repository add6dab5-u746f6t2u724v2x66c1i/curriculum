       IDENTIFICATION DIVISION.
       PROGRAM-ID. FixedAssetMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXED-ASSET-FILE ASSIGN TO WS-FIXASSET-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-TAG
               FILE STATUS IS WS-FIXED-ASSET-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT FILE-CONTROL-SIDE-FILE ASSIGN TO WS-FILECTL-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FILE-NAME
               FILE STATUS IS WS-FILE-CONTROL-STATUS.

           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLACCMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-MAP-KEY
               FILE STATUS IS WS-GL-MAP-STATUS.

           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT-CODE
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO WS-GLCTL-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CONTROL-KEY
               FILE STATUS IS WS-GL-CONTROL-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO WS-GLFEED-FN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-INTERFACE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXED-ASSET-FILE.
           COPY FIXASSET.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  FILE-CONTROL-SIDE-FILE.
           COPY FILECTL.

       FD  GL-ACCOUNT-MAP-FILE.
           COPY GLMAP.

       FD  CHART-ACCOUNT-FILE.
           COPY CHARTACC.

       FD  GL-CONTROL-FILE.
           COPY GLCTL.

       FD  GL-INTERFACE-FILE.
           COPY GLFEED.

       WORKING-STORAGE SECTION.
       01 WS-FIXED-ASSET-STATUS    PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS   PIC X(2) VALUE "00".
       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-FC-FILE-NAME          PIC X(12).
       01 WS-FC-DELTA-COUNT        PIC 9(9) VALUE 0.
       01 WS-FC-DELTA-AMOUNT       PIC S9(13)V99 VALUE 0.
       01 WS-GLFEED-DELTA-COUNT    PIC 9(9) VALUE 0.
       01 WS-GLFEED-DELTA-AMOUNT   PIC S9(13)V99 VALUE 0.
       01 WS-GL-BATCH-NUMBER       PIC 9(7) VALUE 0.
       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-GL-MAP-STATUS         PIC X(2) VALUE "00".
       01 WS-CHART-ACCOUNT-STATUS  PIC X(2) VALUE "00".
       01 WS-GL-MAP-AVAILABLE-SW   PIC X(1) VALUE "N".
          88 WS-GL-MAP-AVAILABLE   VALUE "Y".
       01 WS-CHART-AVAILABLE-SW    PIC X(1) VALUE "N".
          88 WS-CHART-AVAILABLE    VALUE "Y".
       01 WS-GL-MAP-PROGRAM        PIC X(20) VALUE "FixedAssetMaint".
       01 WS-GL-POSTING-TYPE       PIC X(10).
       01 WS-GL-POST-ACCOUNT       PIC X(10).
       01 WS-GL-POST-SIDE          PIC X(1).
       01 WS-GL-POST-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-GL-POST-DEPT          PIC X(4) VALUE SPACES.

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-TODAY-MONTH           PIC 9(6).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-ADD          VALUE "A" "a".
          88 WS-MAINT-TRANSFER     VALUE "T" "t".
          88 WS-MAINT-DISPOSE      VALUE "D" "d".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-CONFIRM               PIC X(1).
       01 WS-NEW-VALUE-X           PIC X(30).
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".
       01 WS-ASSET-FOUND-SW        PIC X(1) VALUE "N".
          88 WS-ASSET-FOUND        VALUE "Y".

       01 WS-ASSET-TAG             PIC X(10).
       01 WS-NEW-DEPARTMENT        PIC X(4).
       01 WS-OLD-DEPARTMENT        PIC X(4).
       01 WS-OFFSET-ACCOUNT        PIC X(10).
       01 WS-PROCEEDS-ACCOUNT      PIC X(10).
       01 WS-DISPOSAL-DATE         PIC 9(8).
       01 WS-PROCEEDS              PIC S9(9)V99.
       01 WS-NET-BOOK-VALUE        PIC S9(9)V99.
       01 WS-GAIN-LOSS             PIC S9(9)V99.
       01 WS-PRIOR-MONTH           PIC 9(6).
       01 WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
          05 WS-PRIOR-YEAR         PIC 9(4).
          05 WS-PRIOR-MM           PIC 9(2).
       01 WS-LIST-COUNT            PIC 9(5) VALUE 0.

       01 WS-AMOUNT-OUT            PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-LIST-LINE.
          05 WS-LIST-TAG-OUT       PIC X(10).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-LIST-DESC-OUT      PIC X(20).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-LIST-DEPT-OUT      PIC X(4).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-LIST-METHOD-OUT    PIC X(1).
          05 WS-LIST-COST-OUT      PIC ZZ,ZZZ,ZZ9.99-.
          05 WS-LIST-ACCUM-OUT     PIC ZZ,ZZZ,ZZ9.99-.
          05 WS-LIST-NBV-OUT       PIC ZZ,ZZZ,ZZ9.99-.
          05 WS-LIST-STATUS-OUT    PIC X(9).

      * Data files assigned through these names so a training
      * session can swing the whole program onto the .TRN copies
      * without touching a live file.
       01 WS-FIXASSET-FN              PIC X(12) VALUE "FIXASSET.DAT".
       01 WS-FILECTL-FN               PIC X(12) VALUE "FILECTL.DAT".
       01 WS-GLCTL-FN                 PIC X(12) VALUE "GLCTL.DAT".
       01 WS-GLFEED-FN                PIC X(12) VALUE "GLFEED.DAT".

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * The fixed asset register.  An asset goes on at cost with its
      * department, useful life in months, salvage value and method
      * - straight-line or double-declining balance - and the cost
      * is posted to the GL there and then against the account it
      * was paid from.  An asset brought onto the register part-way
      * through its life carries its opening accumulated
      * depreciation and the months already taken.  A transfer
      * moves cost and accumulated depreciation to the new
      * department; a disposal takes both off the books, books the
      * proceeds and posts the gain or loss.  The monthly charge
      * itself is AssetDepreciation's.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM SET-TRAINING-FILE-NAMES.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           MOVE WS-TODAY-DATE (1:6) TO WS-TODAY-MONTH.
           OPEN I-O FIXED-ASSET-FILE.
           IF WS-FIXED-ASSET-STATUS = "35"
               OPEN OUTPUT FIXED-ASSET-FILE
               CLOSE FIXED-ASSET-FILE
               OPEN I-O FIXED-ASSET-FILE
           END-IF.

           DISPLAY "Fixed assets - (A)dd, (T)ransfer, (D)ispose, "
                   "(L)ist, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-ADD
                       PERFORM ADD-ASSET
                   WHEN WS-MAINT-TRANSFER
                       PERFORM TRANSFER-ASSET
                   WHEN WS-MAINT-DISPOSE
                       PERFORM DISPOSE-ASSET
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-ASSETS
                   WHEN OTHER
                       DISPLAY "Please enter A, T, D, L, or Q."
               END-EVALUATE
               DISPLAY "Fixed assets - (A)dd, (T)ransfer, "
                       "(D)ispose, (L)ist, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE FIXED-ASSET-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       SET-TRAINING-FILE-NAMES.
           IF SL-TRAINING
               MOVE "FIXASSET.TRN" TO WS-FIXASSET-FN
               MOVE "FILECTL.TRN" TO WS-FILECTL-FN
               MOVE "GLCTL.TRN" TO WS-GLCTL-FN
               MOVE "GLFEED.TRN" TO WS-GLFEED-FN
               DISPLAY "*** TRAINING MODE - this session "
                       "reads and writes the .TRN training "
                       "files only. ***"
           END-IF.

       COPY OPENRCTL.

       COPY GLBATCH.

       COPY FCUPDT.

       COPY GLMAPRES.

       READ-ASSET.
           MOVE "N" TO WS-ASSET-FOUND-SW
           DISPLAY "Asset tag: "
           ACCEPT WS-ASSET-TAG
           IF WS-ASSET-TAG = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ASSET-TAG TO FA-ASSET-TAG
           READ FIXED-ASSET-FILE
               KEY IS FA-ASSET-TAG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ASSET-FOUND-SW
           END-READ.

      * A new asset is taken onto the register and its cost posted
      * at once.  The offset is normally accounts payable, where the
      * vendor invoice sits; an asset being loaded from an old
      * register that is already in the GL takes no posting at all.
       ADD-ASSET.
           PERFORM READ-ASSET
           IF WS-ASSET-TAG = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ASSET-FOUND
               DISPLAY "Asset " WS-ASSET-TAG " is already on the "
                       "register."
               EXIT PARAGRAPH
           END-IF
           INITIALIZE FIXED-ASSET-RECORD
           MOVE WS-ASSET-TAG TO FA-ASSET-TAG
           DISPLAY "Description: "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X = SPACES
               DISPLAY "A description is required - not added."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-VALUE-X TO FA-DESCRIPTION
           DISPLAY "Department: "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X = SPACES
               DISPLAY "A department is required - not added."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-VALUE-X (1:4) TO FA-DEPARTMENT-CODE
           DISPLAY "Acquisition date (YYYYMMDD): "
           ACCEPT WS-NEW-VALUE-X
           MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
               TO FA-ACQUISITION-DATE
           IF FA-ACQUISITION-DATE < 19000101
              OR FA-ACQUISITION-DATE > WS-TODAY-DATE
               DISPLAY "Acquisition date must be a date no later "
                       "than today - not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cost: "
           ACCEPT WS-NEW-VALUE-X
           MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X) TO FA-COST
           IF FA-COST NOT > 0
               DISPLAY "Cost must be greater than zero - not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Salvage value (blank for none): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                   TO FA-SALVAGE-VALUE
           END-IF
           IF FA-SALVAGE-VALUE < 0 OR FA-SALVAGE-VALUE NOT < FA-COST
               DISPLAY "Salvage must be at least zero and less "
                       "than cost - not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Useful life in months: "
           ACCEPT WS-NEW-VALUE-X
           MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X) TO FA-USEFUL-LIFE
           IF FA-USEFUL-LIFE = 0
               DISPLAY "Useful life must be 1 to 999 months - not "
                       "added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Method - (S)traight-line or (D)eclining "
                   "balance (blank for S): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X = SPACES
               MOVE "S" TO FA-METHOD
           ELSE
               MOVE WS-NEW-VALUE-X (1:1) TO FA-METHOD
           END-IF
           IF NOT FA-METHOD-VALID
               DISPLAY "Method must be S or D - not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Accumulated depreciation brought forward "
                   "(blank for none): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                   TO FA-OPENING-DEPR
           END-IF
           IF FA-OPENING-DEPR < 0
              OR FA-OPENING-DEPR > FA-COST - FA-SALVAGE-VALUE
               DISPLAY "Depreciation brought forward cannot be "
                       "negative or more than cost less salvage "
                       "- not added."
               EXIT PARAGRAPH
           END-IF
      * Depreciation brought forward covers every month before this
      * one, so the next monthly run takes the current month.
           IF FA-OPENING-DEPR > 0
               DISPLAY "Months already depreciated: "
               ACCEPT WS-NEW-VALUE-X
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                   TO FA-MONTHS-DEPRECIATED
               IF FA-MONTHS-DEPRECIATED = 0
                  OR FA-MONTHS-DEPRECIATED > FA-USEFUL-LIFE
                   DISPLAY "Months taken must be 1 to the useful "
                           "life - not added."
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-PRIOR-MONTH
               MOVE WS-PRIOR-MONTH TO FA-LAST-DEPR-MONTH
           END-IF
           MOVE "2000" TO WS-OFFSET-ACCOUNT
           DISPLAY "Offset account for the cost (blank for 2000 "
                   "payables, NONE if already in the GL): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X (1:10) TO WS-OFFSET-ACCOUNT
           END-IF
           MOVE WS-SESSION-COMPANY    TO FA-COMPANY-CODE
           MOVE "A"                   TO FA-STATUS
           MOVE WS-TODAY-DATE         TO FA-ADDED-DATE
           MOVE WS-OPERATOR-ID        TO FA-ADDED-BY
           MOVE FA-OPENING-DEPR       TO FA-ACCUMULATED-DEPR
           MOVE WS-TODAY-DATE (1:4)   TO FA-YTD-YEAR
           MOVE 0                     TO FA-YTD-DEPR
           WRITE FIXED-ASSET-RECORD
               INVALID KEY
                   DISPLAY "Asset " FA-ASSET-TAG " could not be "
                           "written."
                   EXIT PARAGRAPH
           END-WRITE
           IF WS-OFFSET-ACCOUNT = "NONE" OR WS-OFFSET-ACCOUNT = "none"
               DISPLAY "Asset " FA-ASSET-TAG " added - no GL "
                       "posting."
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-GL-POSTING
           MOVE FA-DEPARTMENT-CODE TO WS-GL-POST-DEPT
           MOVE "1500" TO WS-GL-POST-ACCOUNT
           MOVE "D"    TO WS-GL-POST-SIDE
           MOVE FA-COST TO WS-GL-POST-AMOUNT
           PERFORM WRITE-GL-POSTING
           IF FA-OPENING-DEPR > 0
               MOVE "1590" TO WS-GL-POST-ACCOUNT
               MOVE "C"    TO WS-GL-POST-SIDE
               MOVE FA-OPENING-DEPR TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
           END-IF
           MOVE WS-OFFSET-ACCOUNT TO WS-GL-POST-ACCOUNT
           MOVE "C"    TO WS-GL-POST-SIDE
           COMPUTE WS-GL-POST-AMOUNT = FA-COST - FA-OPENING-DEPR
           IF WS-GL-POST-AMOUNT > 0
               PERFORM WRITE-GL-POSTING
           END-IF
           PERFORM CLOSE-GL-POSTING
           DISPLAY "Asset " FA-ASSET-TAG " added and posted.".

      * Cost and accumulated depreciation both follow the asset, so
      * the old department's balances go to zero and the new one
      * carries the asset from here; the monthly charge from now on
      * lands in the new department.
       TRANSFER-ASSET.
           PERFORM READ-ASSET
           IF WS-ASSET-TAG = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-ASSET-FOUND
              OR FA-COMPANY-CODE NOT = WS-SESSION-COMPANY
               DISPLAY "Asset " WS-ASSET-TAG " is not on the "
                       "register."
               EXIT PARAGRAPH
           END-IF
           IF NOT FA-ACTIVE
               DISPLAY "Asset " WS-ASSET-TAG " was disposed of on "
                       FA-DISPOSAL-DATE "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Asset " FA-ASSET-TAG " " FA-DESCRIPTION
                   " is in department " FA-DEPARTMENT-CODE
           DISPLAY "New department: "
           ACCEPT WS-NEW-VALUE-X
           MOVE WS-NEW-VALUE-X (1:4) TO WS-NEW-DEPARTMENT
           IF WS-NEW-DEPARTMENT = SPACES
              OR WS-NEW-DEPARTMENT = FA-DEPARTMENT-CODE
               DISPLAY "Department unchanged."
               EXIT PARAGRAPH
           END-IF
           MOVE FA-DEPARTMENT-CODE TO WS-OLD-DEPARTMENT
           MOVE WS-NEW-DEPARTMENT TO FA-DEPARTMENT-CODE
           REWRITE FIXED-ASSET-RECORD
           PERFORM OPEN-GL-POSTING
           MOVE "1500" TO WS-GL-POST-ACCOUNT
           MOVE FA-COST TO WS-GL-POST-AMOUNT
           MOVE WS-NEW-DEPARTMENT TO WS-GL-POST-DEPT
           MOVE "D" TO WS-GL-POST-SIDE
           PERFORM WRITE-GL-POSTING
           MOVE WS-OLD-DEPARTMENT TO WS-GL-POST-DEPT
           MOVE "C" TO WS-GL-POST-SIDE
           PERFORM WRITE-GL-POSTING
           IF FA-ACCUMULATED-DEPR > 0
               MOVE "1590" TO WS-GL-POST-ACCOUNT
               MOVE FA-ACCUMULATED-DEPR TO WS-GL-POST-AMOUNT
               MOVE WS-OLD-DEPARTMENT TO WS-GL-POST-DEPT
               MOVE "D" TO WS-GL-POST-SIDE
               PERFORM WRITE-GL-POSTING
               MOVE WS-NEW-DEPARTMENT TO WS-GL-POST-DEPT
               MOVE "C" TO WS-GL-POST-SIDE
               PERFORM WRITE-GL-POSTING
           END-IF
           PERFORM CLOSE-GL-POSTING
           DISPLAY "Asset " FA-ASSET-TAG " moved from "
                   WS-OLD-DEPARTMENT " to " WS-NEW-DEPARTMENT ".".

      * Depreciation stops with the last monthly run before the
      * disposal; the disposal month itself is not charged.  The
      * gain or loss is what the proceeds bring in over or under
      * the net book value left at that point.
       DISPOSE-ASSET.
           PERFORM READ-ASSET
           IF WS-ASSET-TAG = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-ASSET-FOUND
              OR FA-COMPANY-CODE NOT = WS-SESSION-COMPANY
               DISPLAY "Asset " WS-ASSET-TAG " is not on the "
                       "register."
               EXIT PARAGRAPH
           END-IF
           IF NOT FA-ACTIVE
               DISPLAY "Asset " WS-ASSET-TAG " was already disposed "
                       "of on " FA-DISPOSAL-DATE "."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUMULATED-DEPR
           MOVE WS-NET-BOOK-VALUE TO WS-AMOUNT-OUT
           DISPLAY "Asset " FA-ASSET-TAG " " FA-DESCRIPTION
                   " net book value " WS-AMOUNT-OUT
           PERFORM FIND-PRIOR-MONTH
           IF FA-LAST-DEPR-MONTH < WS-PRIOR-MONTH
              AND FA-MONTHS-DEPRECIATED < FA-USEFUL-LIFE
               DISPLAY "Note - depreciation has only been taken "
                       "through " FA-LAST-DEPR-MONTH
                       "; run the monthly depreciation first if "
                       "the months since are to be charged."
           END-IF
           DISPLAY "Disposal date (YYYYMMDD, blank for today): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X = SPACES
               MOVE WS-TODAY-DATE TO WS-DISPOSAL-DATE
           ELSE
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                   TO WS-DISPOSAL-DATE
           END-IF
           IF WS-DISPOSAL-DATE < FA-ACQUISITION-DATE
              OR WS-DISPOSAL-DATE > WS-TODAY-DATE
               DISPLAY "Disposal date must fall between acquisition "
                       "and today - not disposed."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PROCEEDS
           DISPLAY "Proceeds (blank for none - scrapped): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X) TO WS-PROCEEDS
           END-IF
           IF WS-PROCEEDS < 0
               DISPLAY "Proceeds cannot be negative - not disposed."
               EXIT PARAGRAPH
           END-IF
           MOVE "1000" TO WS-PROCEEDS-ACCOUNT
           IF WS-PROCEEDS > 0
               DISPLAY "Account the proceeds went to (blank for "
                       "1000 cash): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X NOT = SPACES
                   MOVE WS-NEW-VALUE-X (1:10) TO WS-PROCEEDS-ACCOUNT
               END-IF
           END-IF
           COMPUTE WS-GAIN-LOSS = WS-PROCEEDS - WS-NET-BOOK-VALUE
           MOVE WS-GAIN-LOSS TO WS-AMOUNT-OUT
           DISPLAY "Gain (loss) on disposal: " WS-AMOUNT-OUT
           DISPLAY "Dispose of asset " FA-ASSET-TAG " (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Not disposed."
               EXIT PARAGRAPH
           END-IF
           MOVE "D"              TO FA-STATUS
           MOVE WS-DISPOSAL-DATE TO FA-DISPOSAL-DATE
           MOVE WS-PROCEEDS      TO FA-DISPOSAL-PROCEEDS
           MOVE WS-GAIN-LOSS     TO FA-GAIN-LOSS
           REWRITE FIXED-ASSET-RECORD
           PERFORM OPEN-GL-POSTING
           MOVE FA-DEPARTMENT-CODE TO WS-GL-POST-DEPT
           IF FA-ACCUMULATED-DEPR > 0
               MOVE "1590" TO WS-GL-POST-ACCOUNT
               MOVE "D"    TO WS-GL-POST-SIDE
               MOVE FA-ACCUMULATED-DEPR TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
           END-IF
           IF WS-PROCEEDS > 0
               MOVE WS-PROCEEDS-ACCOUNT TO WS-GL-POST-ACCOUNT
               MOVE "D"    TO WS-GL-POST-SIDE
               MOVE WS-PROCEEDS TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
           END-IF
           IF WS-GAIN-LOSS < 0
               MOVE "7160" TO WS-GL-POST-ACCOUNT
               MOVE "D"    TO WS-GL-POST-SIDE
               COMPUTE WS-GL-POST-AMOUNT = 0 - WS-GAIN-LOSS
               PERFORM WRITE-GL-POSTING
           END-IF
           MOVE "1500" TO WS-GL-POST-ACCOUNT
           MOVE "C"    TO WS-GL-POST-SIDE
           MOVE FA-COST TO WS-GL-POST-AMOUNT
           PERFORM WRITE-GL-POSTING
           IF WS-GAIN-LOSS > 0
               MOVE "7160" TO WS-GL-POST-ACCOUNT
               MOVE "C"    TO WS-GL-POST-SIDE
               MOVE WS-GAIN-LOSS TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
           END-IF
           PERFORM CLOSE-GL-POSTING
           DISPLAY "Asset " FA-ASSET-TAG " disposed and posted.".

       FIND-PRIOR-MONTH.
           MOVE WS-TODAY-MONTH TO WS-PRIOR-MONTH
           IF WS-PRIOR-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF.

       LIST-ASSETS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO FA-ASSET-TAG
           START FIXED-ASSET-FILE KEY IS NOT LESS THAN FA-ASSET-TAG
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           DISPLAY "Tag        Description          Dept M"
                   "          Cost   Accum. depr.     Book value"
           PERFORM UNTIL WS-LIST-EOF
               READ FIXED-ASSET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       IF FA-COMPANY-CODE = WS-SESSION-COMPANY
                           PERFORM LIST-ONE-ASSET
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " assets listed.".

       LIST-ONE-ASSET.
           ADD 1 TO WS-LIST-COUNT
           MOVE FA-ASSET-TAG        TO WS-LIST-TAG-OUT
           MOVE FA-DESCRIPTION      TO WS-LIST-DESC-OUT
           MOVE FA-DEPARTMENT-CODE  TO WS-LIST-DEPT-OUT
           MOVE FA-METHOD           TO WS-LIST-METHOD-OUT
           MOVE FA-COST             TO WS-LIST-COST-OUT
           MOVE FA-ACCUMULATED-DEPR TO WS-LIST-ACCUM-OUT
           COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUMULATED-DEPR
           MOVE WS-NET-BOOK-VALUE   TO WS-LIST-NBV-OUT
           IF FA-DISPOSED
               MOVE " DISPOSED" TO WS-LIST-STATUS-OUT
           ELSE
               IF FA-MONTHS-DEPRECIATED NOT < FA-USEFUL-LIFE
                   MOVE " FULLY" TO WS-LIST-STATUS-OUT
               ELSE
                   MOVE SPACES TO WS-LIST-STATUS-OUT
               END-IF
           END-IF
           DISPLAY WS-LIST-LINE.

      * Each transaction is its own GL batch, opened, posted and
      * closed while the operator waits, as the loan advances are.
       OPEN-GL-POSTING.
           OPEN EXTEND GL-INTERFACE-FILE
           PERFORM ACQUIRE-GL-BATCH-NUMBER
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF WS-GL-MAP-STATUS = "00"
               MOVE "Y" TO WS-GL-MAP-AVAILABLE-SW
           END-IF
           OPEN INPUT CHART-ACCOUNT-FILE
           IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-CHART-AVAILABLE-SW
           END-IF.

       CLOSE-GL-POSTING.
           CLOSE GL-INTERFACE-FILE
           IF WS-GL-MAP-AVAILABLE
               CLOSE GL-ACCOUNT-MAP-FILE
               MOVE "N" TO WS-GL-MAP-AVAILABLE-SW
           END-IF
           IF WS-CHART-AVAILABLE
               CLOSE CHART-ACCOUNT-FILE
               MOVE "N" TO WS-CHART-AVAILABLE-SW
           END-IF
           MOVE "GLFEED" TO WS-FC-FILE-NAME
           MOVE WS-GLFEED-DELTA-COUNT  TO WS-FC-DELTA-COUNT
           MOVE WS-GLFEED-DELTA-AMOUNT TO WS-FC-DELTA-AMOUNT
           PERFORM ADD-TO-FILE-CONTROL
           MOVE 0 TO WS-GLFEED-DELTA-COUNT
           MOVE 0 TO WS-GLFEED-DELTA-AMOUNT.

       WRITE-GL-POSTING.
           MOVE WS-GL-POST-ACCOUNT TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           INITIALIZE GL-FEED-RECORD
           MOVE "FixedAssetMaint"    TO GL-SOURCE-PROGRAM
           MOVE WS-TODAY-DATE        TO GL-PERIOD-DATE
           MOVE WS-GL-POST-ACCOUNT   TO GL-ACCOUNT-CODE
           MOVE WS-GL-POST-SIDE      TO GL-DEBIT-CREDIT-SW
           MOVE WS-GL-POST-AMOUNT    TO GL-AMOUNT
           MOVE WS-GL-POST-DEPT      TO GL-DEPARTMENT-CODE
           MOVE WS-GL-BATCH-NUMBER   TO GL-BATCH-NUMBER
           MOVE WS-SESSION-COMPANY   TO GL-COMPANY-CODE
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-GLFEED-DELTA-COUNT
           ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT.
