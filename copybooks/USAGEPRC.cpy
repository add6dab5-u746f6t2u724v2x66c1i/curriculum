      * USAGEPRC.cpy - Shared program usage logging paragraphs.
      * COPY into PROCEDURE DIVISION.  Requires OPERATOR-SIGNON-BLOCK
      * (COPY SIGNONLK) and USAGE-LOG-BLOCK (COPY USAGELK) with
      * UB-LAUNCHED-FROM set once at startup.  The caller moves the
      * program name into UB-PROGRAM-NAME, then PERFORMs
      * LOG-PROGRAM-START before the CALL and LOG-PROGRAM-END
      * after it, or LOG-PROGRAM-REFUSED when the operator lacks
      * the role.  The called program's RETURN-CODE is recorded and
      * left in place for the caller.
       LOG-PROGRAM-START.
           MOVE "S" TO UB-ACTION
           MOVE 0 TO UB-RETURN-CODE
           CALL "UsageLog" USING OPERATOR-SIGNON-BLOCK
                                 USAGE-LOG-BLOCK
           MOVE 0 TO RETURN-CODE.

       LOG-PROGRAM-END.
           MOVE RETURN-CODE TO UB-RETURN-CODE
           MOVE "E" TO UB-ACTION
           CALL "UsageLog" USING OPERATOR-SIGNON-BLOCK
                                 USAGE-LOG-BLOCK
           MOVE UB-RETURN-CODE TO RETURN-CODE.

       LOG-PROGRAM-REFUSED.
           MOVE "R" TO UB-ACTION
           MOVE 0 TO UB-RETURN-CODE
           CALL "UsageLog" USING OPERATOR-SIGNON-BLOCK
                                 USAGE-LOG-BLOCK
           MOVE 0 TO RETURN-CODE.
