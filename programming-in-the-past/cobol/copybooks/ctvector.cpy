      ******************************************************************
      * Known-answer test vector deck read by the CAESARCT cipher
      * certification run. The deck is 80-byte card images so it can
      * ride in-stream in the build job and be reviewed alongside the
      * ciphers.cbl change it certifies. Each vector is one 'V' card
      * followed by its text cards, all quoting the same vector ID:
      *
      *   'V' - the call to make: function name as ciphers.cbl spells
      *         it (ENCRYPT, DECRYPT, SOLVE, ENCRYPTV, DECRYPTV,
      *         SOLVEV, ENCRYPTVIG, DECRYPTVIG, ENCRYPTVIGV,
      *         DECRYPTVIGV - upper or lower case), cipher mode,
      *         shift (the max shift for SOLVE/SOLVEV), keyword for
      *         the Vigenere family, msgLen for the V family, the
      *         statusCode the call must hand back, the best shift
      *         SOLVE/SOLVEV must find (blank = not checked), and a
      *         short description for the report. Shift, msgLen and
      *         best shift are keyed as signed text, e.g. '-25'.
      *   'I' - input text, 'E' - expected output text: 64 bytes
      *         per card, ctv-text-seq 1-4 placing the card at byte
      *         1, 65, 129 or 193 of the 256-byte buffer, so a
      *         vector can exercise the full msgLen. Text the cards
      *         do not fill is spaces.
      *   '*' - comment, ignored.
      *
      * The expected text is compared over the whole buffer the
      * function returns (32 bytes for the fixed-length functions,
      * 256 for the V family), so a V function that touches a byte
      * past msgLen fails too. When the expected statusCode is not
      * zero only the status is checked - callers never use the text
      * of a refused call.
      ******************************************************************
       1 ctv-record.
          5 ctv-card-type pic x.
             88 ctv-vector-card   value "V".
             88 ctv-input-card    value "I".
             88 ctv-expected-card value "E".
             88 ctv-comment-card  value "*".
          5 ctv-vector-id pic x(8).
          5 ctv-card-data pic x(71).
          5 ctv-vector-def redefines ctv-card-data.
             10 ctv-function    pic x(11).
             10 ctv-cipher-mode pic x.
             10 ctv-shift       pic x(4).
             10 ctv-keyword     pic x(20).
             10 ctv-msg-length  pic x(4).
             10 ctv-exp-status  pic x(2).
             10 ctv-exp-shift   pic x(4).
             10 ctv-description pic x(25).
          5 ctv-text-def redefines ctv-card-data.
             10 ctv-text-seq    pic 9.
             10 ctv-text        pic x(64).
             10 filler          pic x(6).
