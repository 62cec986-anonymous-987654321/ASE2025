              WHEN OTHER
                 MOVE '5' TO WS-POST-FAIL-CODE
           END-EVALUATE.
      *
      *    Credits to an ISA are held to the customer's annual
      *    subscription allowance by DBCRFUN and XFRFUN; a refusal
      *    comes back as fail code I (allowance exhausted) or J
      *    (a different ISA already subscribed this tax year).
      *
           IF WS-POST-FAIL-CODE = 'I' OR WS-POST-FAIL-CODE = 'J'
              DISPLAY 'MQPAYIN - ISA SUBSCRIPTION REFUSED FOR KEY '
                 REQ-IDEMPOTENCY-KEY ' FAIL CODE=' WS-POST-FAIL-CODE
           END-IF.
       PI999.
           EXIT.
       RECORD-PENDING-KEY SECTION.
