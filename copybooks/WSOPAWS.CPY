      ******************************************************************
      * WSOPAWS - working storage for the operator authority check.
      * START-UP finds the running userid's OPERAUTH card once and
      * keeps its action letters here (HELLOBAT instead keeps every
      * card and moves in the letters of whoever keyed the card in
      * hand); each transaction then asks for one action letter in
      * WS-AUTH-ACTION.  COPY'd by every program that applies
      * maintenance (HELLO, HELLOBAT, HELLOMNT) so the rule cannot
      * drift between them.  A missing OPERAUTH,
      * or no card for the userid, leaves WS-AUTH-ACTIONS blank and
      * every action is denied.
      ******************************************************************
       01 WS-OPAUTH-STATUS        PIC XX.
       01 WS-OPAUTH-EOF-FLAG      PIC X VALUE "N".
           88 WS-END-OF-OPAUTH    VALUE "Y".
       01 WS-AUTH-ACTIONS         PIC X(10) VALUE SPACES.
       01 WS-AUTH-ACTION          PIC X VALUE SPACE.
       01 WS-AUTH-TALLY           PIC 9(2) VALUE 0.
       01 WS-AUTH-FLAG            PIC X VALUE "N".
           88 WS-AUTH-GRANTED     VALUE "Y".
           88 WS-AUTH-DENIED      VALUE "N".
      *Action names for the reject reason, "NOT AUTHORIZED FOR "
      *followed by one of these, which HELLOACT reads back
       01 WS-AUTH-ACTION-NAME     PIC X(6) VALUE SPACES.
