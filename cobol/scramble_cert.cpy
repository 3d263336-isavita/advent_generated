      *    Scramble certificate: the one record SCRAMBLE-CERTIFY leaves
      *    for the operation list it examined. SCT-FINGERPRINT is the
      *    list's content fingerprint and SCT-LENGTH the password
      *    length it was certified for; ROSTER-SCRAMBLE stores nothing
      *    unless the certificate is CERTIFIED for the scramble_rules
      *    .txt it is about to use, byte for byte.
       01  SCRAMBLE-CERT-RECORD.
           05 SCT-VERDICT       PIC X(10).
              88 SCT-CERTIFIED      VALUE "CERTIFIED".
           05 FILLER            PIC X.
           05 SCT-FINGERPRINT   PIC X(16).
           05 FILLER            PIC X.
           05 SCT-LENGTH        PIC 99.
           05 FILLER            PIC X.
           05 SCT-STAMP         PIC X(32).
