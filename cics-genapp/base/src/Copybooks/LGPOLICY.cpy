      * Length of the policy fields in CA-POLICY-REQUEST, excluding
      * the filler that pads it out to CA-CUSTOMER-REQUEST.
           03 WS-POLICY-REQ-LEN           PIC S9(4) VALUE 46.
      * Length of the policy fields plus the cancellation fields that
      * follow them - what an LGACPOL1 action '5' caller must supply.
           03 WS-CANCEL-REQ-LEN           PIC S9(4) VALUE 84.
      * Length of the agent fields in CA-AGENT-REQUEST, excluding
      * the filler that pads it out to CA-CUSTOMER-REQUEST.
           03 WS-AGENT-REQ-LEN            PIC S9(4) VALUE 42.
      * Length of the claim fields in CA-CLAIM-REQUEST, excluding
      * the filler that pads it out to CA-CUSTOMER-REQUEST.
           03 WS-CLAIM-REQ-LEN            PIC S9(4) VALUE 39.
      * Length of the complaint fields in CA-COMPLAINT-REQUEST,
      * excluding the filler that pads it out to CA-CUSTOMER-REQUEST.
           03 WS-COMPLAINT-REQ-LEN        PIC S9(4) VALUE 82.
      * Length of the deceased-customer fields in CA-DECEASED-REQUEST,
      * excluding the filler that pads it out to CA-CUSTOMER-REQUEST.
           03 WS-DECEASED-REQ-LEN         PIC S9(4) VALUE 242.
      * Length of the screening fields in CA-SCREEN-REQUEST, excluding
      * the filler that pads it out to CA-CUSTOMER-REQUEST.
           03 WS-SCREEN-REQ-LEN           PIC S9(4) VALUE 234.
