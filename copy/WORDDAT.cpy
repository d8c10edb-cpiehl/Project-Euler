*> WORDDAT.cpy - working storage for the shared number-to-words
*> service (see WORDPRC.cpy): a whole number of up to 18 digits
*> written out in British English the way a cheque or a certificate
*> states an amount - "ONE HUNDRED AND FIFTEEN", "TWENTY-ONE",
*> "ONE THOUSAND AND ONE", "ZERO". "AND" follows a hundred that has
*> tens or units after it, and opens a last group under one hundred
*> that stands behind a thousand or larger; tens and units are joined
*> by a hyphen; scale words run THOUSAND through QUADRILLION.
*> Protocol: MOVE the number to WS-WORD-VALUE, PERFORM
*> WORD-RENDER-PARA, take the wording from WS-WORD-TEXT (length
*> WS-WORD-LEN) and, where wanted, the count of letters in it -
*> spaces and hyphens not counted - from WS-WORD-LETTERS.
       01  WS-WORD-VALUE              PIC 9(18) VALUE 0.
       01  WS-WORD-GROUPS REDEFINES WS-WORD-VALUE.
           05 WS-WORD-GROUP           PIC 9(03) OCCURS 6 TIMES.
       01  WS-WORD-TEXT               PIC X(300) VALUE SPACES.
       01  WS-WORD-LEN                PIC 9(03) VALUE 0.
       01  WS-WORD-LETTERS            PIC 9(03) VALUE 0.
       01  WS-WORD-SMALL-LIST.
           05 FILLER                  PIC X(09) VALUE "ONE".
           05 FILLER                  PIC X(09) VALUE "TWO".
           05 FILLER                  PIC X(09) VALUE "THREE".
           05 FILLER                  PIC X(09) VALUE "FOUR".
           05 FILLER                  PIC X(09) VALUE "FIVE".
           05 FILLER                  PIC X(09) VALUE "SIX".
           05 FILLER                  PIC X(09) VALUE "SEVEN".
           05 FILLER                  PIC X(09) VALUE "EIGHT".
           05 FILLER                  PIC X(09) VALUE "NINE".
           05 FILLER                  PIC X(09) VALUE "TEN".
           05 FILLER                  PIC X(09) VALUE "ELEVEN".
           05 FILLER                  PIC X(09) VALUE "TWELVE".
           05 FILLER                  PIC X(09) VALUE "THIRTEEN".
           05 FILLER                  PIC X(09) VALUE "FOURTEEN".
           05 FILLER                  PIC X(09) VALUE "FIFTEEN".
           05 FILLER                  PIC X(09) VALUE "SIXTEEN".
           05 FILLER                  PIC X(09) VALUE "SEVENTEEN".
           05 FILLER                  PIC X(09) VALUE "EIGHTEEN".
           05 FILLER                  PIC X(09) VALUE "NINETEEN".
       01  WS-WORD-SMALL-TABLE REDEFINES WS-WORD-SMALL-LIST.
           05 WS-WORD-SMALL           PIC X(09) OCCURS 19 TIMES.
       01  WS-WORD-TENS-LIST.
           05 FILLER                  PIC X(07) VALUE "TWENTY".
           05 FILLER                  PIC X(07) VALUE "THIRTY".
           05 FILLER                  PIC X(07) VALUE "FORTY".
           05 FILLER                  PIC X(07) VALUE "FIFTY".
           05 FILLER                  PIC X(07) VALUE "SIXTY".
           05 FILLER                  PIC X(07) VALUE "SEVENTY".
           05 FILLER                  PIC X(07) VALUE "EIGHTY".
           05 FILLER                  PIC X(07) VALUE "NINETY".
       01  WS-WORD-TENS-TABLE REDEFINES WS-WORD-TENS-LIST.
           05 WS-WORD-TENS            PIC X(07) OCCURS 8 TIMES.
       01  WS-WORD-SCALE-LIST.
           05 FILLER                  PIC X(11) VALUE "QUADRILLION".
           05 FILLER                  PIC X(11) VALUE "TRILLION".
           05 FILLER                  PIC X(11) VALUE "BILLION".
           05 FILLER                  PIC X(11) VALUE "MILLION".
           05 FILLER                  PIC X(11) VALUE "THOUSAND".
           05 FILLER                  PIC X(11) VALUE SPACES.
       01  WS-WORD-SCALE-TABLE REDEFINES WS-WORD-SCALE-LIST.
           05 WS-WORD-SCALE           PIC X(11) OCCURS 6 TIMES.
       01  WS-WORD-G                  PIC 9(01) VALUE 0.
       01  WS-WORD-HUND               PIC 9(01) VALUE 0.
       01  WS-WORD-REST               PIC 9(02) VALUE 0.
       01  WS-WORD-TEN                PIC 9(01) VALUE 0.
       01  WS-WORD-UNIT               PIC 9(01) VALUE 0.
       01  WS-WORD-PTR                PIC 9(03) VALUE 0.
       01  WS-WORD-K                  PIC 9(03) VALUE 0.
       01  WS-WORD-TOKEN              PIC X(20) VALUE SPACES.
