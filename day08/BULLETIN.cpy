      *> Recipient bulletin record, appended by MSGDIST to the file
      *> 'bulletin.<recipient>'. BUL-REC-TYPE 'M' is one delivered
      *> decode; 'H' heads a daily digest, with the digest date in
      *> BUL-RUN-TIMESTAMP. BUL-CHANGED is 'Y' when the message text
      *> differs from the probe's previous decode (or the decoder
      *> raised a MESSAGE exception for it); a probe's first decode
      *> counts as changed. BUL-DELIVERY is the preference ('A', 'C'
      *> or 'D') the decode was delivered under.
           05 BUL-REC-TYPE PIC X(1).
           05 BUL-PROBE-ID PIC X(100).
           05 BUL-RUN-TIMESTAMP PIC X(21).
           05 BUL-OCR-RC PIC 9(1).
           05 BUL-CHANGED PIC X(1).
           05 BUL-DELIVERY PIC X(1).
           05 BUL-TEXT PIC X(200).
