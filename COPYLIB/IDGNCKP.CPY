           05  IDGEN-CKPT-IDS-VOIDED        PIC 9(7).
           05  IDGEN-CKPT-IDS-RENEWED       PIC 9(7).
           05  IDGEN-CKPT-IDS-REPLACED      PIC 9(7).
           05  IDGEN-CKPT-TEMP-ISSUED       PIC 9(7).
           05  IDGEN-CKPT-IDS-CONVERTED     PIC 9(7).
           05  IDGEN-CKPT-REJ-WRITTEN       PIC 9(7).
           05  IDGEN-CKPT-REJ-HASH          PIC 9(18).
           05  IDGEN-CKPT-XMT-HASH          PIC 9(18).
