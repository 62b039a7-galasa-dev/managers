      *----------------------------------------------------------*
      * APITHSH - parameter area for CALL 'APITHASH', the one-way *
      *           hash of a journal before/after value. COPY this *
      *           into WORKING-STORAGE of any program that hashes *
      *           a value (and APITHASH copies it into LINKAGE),  *
      *           instead of hand-rolling the layout - a value    *
      *           hashed by APITMASK is only ever found again by  *
      *           APITASRC if both build the very same call.      *
      *                                                           *
      * HSH-KEY   : the 32-byte hashing key from the HASHKEY      *
      *             dataset. It is hashed in ahead of the value,  *
      *             so a list of common names cannot be hashed    *
      *             and compared without it. Set by the caller.   *
      * HSH-VALUE : the value, as it stands in WJ-BEFORE-STRING / *
      *             WJ-AFTER-STRING. Trailing blanks are padding  *
      *             and are not hashed. Set by the caller.        *
      * HSH-DIGEST: SHA-256 of key and value, 64 hex characters.  *
      *             Set by APITHASH.                              *
      * HSH-RESULT values :                                       *
      *     '00' - hashed, HSH-DIGEST is set                      *
      *     '04' - value is blank, nothing hashed                 *
      *     '08' - key is blank, nothing hashed                   *
      *     '12' - the hashing service failed; HSH-SERVICE-RC and *
      *            HSH-SERVICE-REASON say why                     *
      *----------------------------------------------------------*
       01  APIT-HASH-PARMS.
           05  HSH-KEY                 PIC X(32).
           05  HSH-VALUE               PIC X(100).
           05  HSH-DIGEST              PIC X(64).
           05  HSH-RESULT              PIC X(2).
               88  HSH-HASHED                   VALUE '00'.
               88  HSH-VALUE-BLANK              VALUE '04'.
               88  HSH-KEY-BLANK                VALUE '08'.
               88  HSH-SERVICE-FAILED           VALUE '12'.
           05  HSH-SERVICE-RC          PIC 9(4).
           05  HSH-SERVICE-REASON      PIC 9(4).
