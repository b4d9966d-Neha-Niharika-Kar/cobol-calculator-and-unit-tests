      *****************************************************************
      * CALCMQM - Message-queue request, reply and dead-letter records *
      * Shared by CALCMSGQ and the systems that talk to CALCULATOR     *
      * through queues rather than over HTTP or a nightly file.        *
      * MQRQ-RECORD is one request message on the CALCMQRQ request     *
      * queue: a descriptor - message ID, the requester's reply queue, *
      * when it was put and how many times it has been backed out -    *
      * then the caller ID and the API key issued to it on CALCAKEY    *
      * (see CALCAKY), the correlation ID, and a body that is either   *
      * a calculation in the CALCREC shape ("C") or a free-text        *
      * expression for CALCPRSE ("E").                                 *
      * MQRP-RECORD is the reply put on the CALCMQRP outbound queue,   *
      * addressed to the reply queue the request named and correlated  *
      * to it by the request's message ID, carrying the result, the    *
      * status and the error code.                                     *
      * MQDL-RECORD is a message moved to the CALCMQDL dead-letter     *
      * queue - malformed, or backed out too many times - with the     *
      * reason and the message exactly as it arrived.                  *
      *****************************************************************
       01  MQRQ-RECORD.
           05  MQRQ-DESCRIPTOR.
               10  MQRQ-MSG-ID         PIC X(24).
               10  MQRQ-REPLY-QUEUE    PIC X(48).
               10  MQRQ-PUT-DATE       PIC 9(8).
               10  MQRQ-PUT-TIME       PIC 9(6).
               10  MQRQ-BACKOUT-COUNT  PIC 9(2).
           05  MQRQ-CALLER-ID          PIC X(8).
           05  MQRQ-API-KEY            PIC X(32).
           05  MQRQ-CORR-ID            PIC X(16).
           05  MQRQ-REQUEST-TYPE       PIC X.
               88  MQRQ-CALCULATION    VALUE "C".
               88  MQRQ-EXPRESSION     VALUE "E".
               88  MQRQ-TYPE-VALID     VALUE "C" "E".
           05  MQRQ-BODY               PIC X(160).
      *    "C": the LS-INPUT-DATA fields a queue requester may set,
      *    in display form.
           05  MQRQ-CALC-BODY REDEFINES MQRQ-BODY.
               10  MQRQ-OPERATION      PIC X.
               10  MQRQ-OPERAND-1      PIC S9(9)V99.
               10  MQRQ-OPERAND-2      PIC S9(9)V99.
               10  MQRQ-RATE           PIC S9(3)V9(4).
               10  MQRQ-PERIODS        PIC 9(3).
               10  MQRQ-LOCALE         PIC X.
               10  MQRQ-FLAG-NEGATIVE-RESULT PIC X.
               10  MQRQ-ROUND-MODE     PIC X.
               10  MQRQ-DATE-1         PIC 9(8).
               10  MQRQ-DATE-2         PIC 9(8).
               10  MQRQ-DAY-COUNT      PIC S9(5).
               10  MQRQ-CURRENCY-1     PIC X(3).
               10  MQRQ-CURRENCY-2     PIC X(3).
               10  MQRQ-CONVERSION-RATE PIC S9(3)V9(6).
               10  MQRQ-PRECISION-MODE PIC X.
               10  MQRQ-OPERAND-1-EXT  PIC S9(15)V9(6).
               10  MQRQ-OPERAND-2-EXT  PIC S9(15)V9(6).
               10  MQRQ-TAX-JURISDICTION PIC X(4).
               10  MQRQ-DAY-BASIS      PIC X.
               10  MQRQ-MARKET-CODE    PIC X(3).
               10  MQRQ-PRODUCT-CODE   PIC X(8).
               10  MQRQ-VALUE-DATE     PIC 9(8).
               10  MQRQ-DAY-COUNT-CONV PIC X(8).
               10  MQRQ-FEE-CODE       PIC X(8).
               10  MQRQ-BACK-VALUE-OVERRIDE PIC X.
               10  FILLER              PIC X(4).
      *    "E": the expression text, as EXPR-TEXT (see CALCEXPR).
           05  MQRQ-EXPR-BODY REDEFINES MQRQ-BODY.
               10  MQRQ-EXPR-TEXT      PIC X(120).
               10  FILLER              PIC X(40).

       01  MQRP-RECORD.
           05  MQRP-REPLY-QUEUE        PIC X(48).
           05  MQRP-CORREL-ID          PIC X(24).
           05  MQRP-CORR-ID            PIC X(16).
           05  MQRP-PUT-DATE           PIC 9(8).
           05  MQRP-PUT-TIME           PIC 9(6).
           05  MQRP-CALLER-ID          PIC X(8).
           05  MQRP-REQUEST-TYPE       PIC X.
           05  MQRP-STATUS             PIC X(20).
           05  MQRP-ERROR-CODE         PIC X(8).
           05  MQRP-RESULT             PIC S9(9)V99.
           05  MQRP-RESULT-EXT         PIC S9(15)V9(6).
           05  MQRP-REMAINDER          PIC S9(9)V99.
           05  MQRP-TAX-AMOUNT         PIC S9(9)V99.
           05  MQRP-BUSINESS-DATE      PIC 9(8).

       01  MQDL-RECORD.
           05  MQDL-DATE               PIC 9(8).
           05  MQDL-TIME               PIC 9(6).
           05  MQDL-REASON             PIC X(30).
      *    The last error CALCULATOR returned, for a message backed
      *    out too many times; blank for a malformed one.
           05  MQDL-ERROR-CODE         PIC X(8).
           05  MQDL-MESSAGE            PIC X(305).
