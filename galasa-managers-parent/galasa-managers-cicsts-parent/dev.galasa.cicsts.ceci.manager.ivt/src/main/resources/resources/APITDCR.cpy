      *----------------------------------------------------------*
      * APITDCR  - dual-control change request for the APITCONV   *
      *            control data, one record per proposed change   *
      *            on the APITDCRQ request KSDS, keyed on the     *
      *            date it was proposed plus a sequence number.   *
      *            The APITDCTL (APDC) transaction writes the     *
      *            proposal and records the approval or           *
      *            rejection by a second user; the APITDCAP       *
      *            batch step applies approved changes to the     *
      *            live control data from their effective date,   *
      *            and builds the proposed set the APITCONV       *
      *            trial run rehearses.                           *
      *                                                           *
      * DCR-TABLE  : 'X' APITXLT transliteration table entry,     *
      *              'P' CONVPARM field function,                 *
      *              'S' SRCFILE expected source.                 *
      * DCR-ITEM   : the accented character (column 1), the       *
      *              CONVPARM field name, or the source name.     *
      * DCR-ACTION : 'S' set (add or replace), 'R' remove. A      *
      *              CONVPARM change is always a set - function   *
      *              N is how a field goes back to being left     *
      *              alone.                                       *
      * DCR-VALUE  : for 'X' the one- or two-character            *
      *              replacement, for 'P' the function in column  *
      *              1 (U/L/I/N); unused for 'S'.                 *
      * DCR-STATUS : 'P' pending, 'A' approved, 'R' rejected.     *
      * DCR-EFFECTIVE-DATE is the business date (YYYYMMDD) the    *
      *              change goes live on; DCR-DECIDED-BY and      *
      *              DCR-DECIDED-DATE say who approved or         *
      *              rejected it and when.                        *
      *                                                           *
      * The record keyed all zeros is the numbering control       *
      * record, loaded when the cluster is defined: DCR-LAST-SEQ  *
      * on it is the last sequence number handed out. On every    *
      * other record DCR-LAST-SEQ is zero.                        *
      *----------------------------------------------------------*
       01  WS-CHANGE-REQUEST-RECORD.
           05  DCR-KEY.
               10  DCR-DATE        PIC 9(8).
               10  DCR-SEQ         PIC 9(5).
           05  DCR-STATUS          PIC X(1).
           05  DCR-TABLE           PIC X(1).
           05  DCR-ITEM            PIC X(10).
           05  DCR-ACTION          PIC X(1).
           05  DCR-VALUE           PIC X(2).
           05  DCR-EFFECTIVE-DATE  PIC 9(8).
           05  DCR-PROPOSED-BY     PIC X(8).
           05  DCR-DECIDED-BY      PIC X(8).
           05  DCR-DECIDED-DATE    PIC 9(8).
           05  DCR-LAST-SEQ        PIC 9(5).
