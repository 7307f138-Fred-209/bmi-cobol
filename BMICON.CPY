      *> BMICON.CPY
      *> Participant data-sharing consent record - one row per
      *> patient, keyed by the same six-character ID carried in
      *> BMIPAT.CPY. The file is INDEXED on CON-ID. Status G means
      *> the participant agreed to share readings with the HR
      *> wellness vendor, W that they withdrew; the status date is
      *> the date consent was given or withdrawn. An expiry date of
      *> zero means the consent runs until withdrawn. Consent is
      *> current on a date when the status is G, the status date is
      *> on or before it and any expiry date is on or after it - no
      *> row at all means no consent. Maintained by BMICONMNT, read
      *> by BMIEXTRACT to suppress participants and by BMIINQ.
       01 CONSENT-RECORD.
          05 CON-ID           PIC X(6).
          05 CON-STATUS       PIC X.
             88 CON-GRANTED   VALUE 'G'.
             88 CON-WITHDRAWN VALUE 'W'.
          05 CON-STATUS-DATE  PIC 9(8).
          05 CON-EXPIRY-DATE  PIC 9(8).
             88 CON-NO-EXPIRY VALUE 0.
