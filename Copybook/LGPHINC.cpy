      *    PH-RATING-ENTRY is oldest first, up to the table size;      *
      *    PH-RATINGS-TRUNCATED says there were more.  PH-R-VERSION    *
      *    is the ruleset version - the "nn" prefix of the request id. *
      *                                                                *
      *    PH-UW-STATUS 'W' is an approval awaiting a second signature *
      *    (see LGUWLST1): PH-UW-UNDERWRITER-ID is then the approver,  *
      *    PH-UW-AWAITING-CSIGN is set and PH-UW-COUNTERSIGN-REASON    *
      *    says why ('L' over limit, 'F' fund override, 'B' both).     *
      *    Once countersigned, PH-UW-COUNTERSIGN-ID is the second      *
      *    signature.                                                  *
      *                                                                 *
      *    PH-RETURN-CODE on output:                                   *
      *      00 - history returned                                     *
              05 PH-SH-CHALL-FUND          PIC X(20) VALUE SPACES.
              05 PH-SH-SHADOW-DATE         PIC X(10) VALUE SPACES.
           03 PH-MESSAGE                   PIC X(80) VALUE SPACES.
      * Added after PH-MESSAGE so callers built before second
      * signatures existed can keep passing the shorter commarea.
           03 PH-COUNTERSIGN-SECTION.
              05 PH-UW-AWAITING-CSIGN-SW   PIC X     VALUE 'N'.
                 88 PH-UW-AWAITING-CSIGN             VALUE 'Y'.
              05 PH-UW-COUNTERSIGN-REASON  PIC X     VALUE SPACE.
              05 PH-UW-COUNTERSIGN-ID      PIC X(8)  VALUE SPACES.
