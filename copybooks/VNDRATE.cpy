      *> Rate vendor daily feed record layout.
      *> The vendor sends one file per rate date. VF-RECORD-TYPE is
      *> "HDR" for the header, "DTL" for one quoted rate and "TRL"
      *> for the trailer.
      *> The header carries the rate date in VF-RATE-DATE, and the
      *> rates it carries take effect from that date.
      *> A detail carries the vendor's own currency code in
      *> VF-VENDOR-CODE and its quote in VF-QUOTE. The quotation
      *> convention varies by currency, so the rate-feed map
      *> (RATEMAP) says how to turn each vendor code's quote into
      *> our XR-CURRENCY-CODE and XR-RATE (base currency per one
      *> unit of foreign currency).
      *> The trailer carries the number of detail records in
      *> VF-RECORD-COUNT. A file whose header or trailer is missing
      *> or whose count disagrees is rejected whole.
           05  VF-RECORD-TYPE      PIC X(3).
           05  VF-RATE-DATE        PIC 9(8).
           05  VF-VENDOR-CODE      PIC X(6).
           05  VF-QUOTE            PIC 9(7)V9(8).
           05  VF-RECORD-COUNT     PIC 9(7).
