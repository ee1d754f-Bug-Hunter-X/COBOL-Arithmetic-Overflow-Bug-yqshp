      *****************************************************
      *  SSYTRAN - RECORD LAYOUT FOR THE NUMSRCST SOURCE-
      *  SYSTEM REGISTRY CHANGE TRANSACTION FILE READ BY
      *  NUMSMNT.  ONE 120-BYTE RECORD PER REGISTRY CHANGE,
      *  PREPARED BY OPERATIONS WHEN AN UPSTREAM SYSTEM IS
      *  ON-BOARDED, MOVED OR RETIRED.
      *
      *  SSYT-ACTION - "A" ADD A NEW SENDER
      *                "C" CHANGE AN EXISTING SENDER
      *                "R" RETIRE A SENDER (STATUS "I")
      *
      *  AN ADD OR CHANGE CARRIES EVERY REGISTRY SETTING -
      *  THE TRANSACTION IS THE AFTER-IMAGE, AS PRMTRAN.CPY
      *  IS FOR NUMPARM - SO A CHANGE CAN ALSO SUSPEND
      *  ("I") OR REINSTATE ("A") A SENDER.  A RETIRE NEEDS
      *  ONLY THE SENDER ID; ITS VALUE FIELDS ARE IGNORED.
      *  SSYT-ALLOWED-SEGMENT IS SPACES FOR ANY SEGMENT,
      *  OTHERWISE TWO DIGITS; SSYT-DAILY-MAX ZERO IS NO
      *  LIMIT (SEE SRCSYS.CPY).
      *
      *  SSYT-OPERATOR AND SSYT-REASON ARE CARRIED ONTO THE
      *  NUMSRCSL REGISTRY CHANGE LOG (SEE SSYLOG.CPY).
      *****************************************************
       01  SSYT-RECORD.
           05  SSYT-ACTION             PIC X(01).
               88  SSYT-ADD            VALUE "A".
               88  SSYT-CHANGE         VALUE "C".
               88  SSYT-RETIRE         VALUE "R".
           05  SSYT-SENDER-ID          PIC X(08).
           05  SSYT-DESCRIPTION        PIC X(30).
           05  SSYT-COST-CENTER        PIC X(08).
           05  SSYT-STATUS             PIC X(01).
               88  SSYT-STATUS-VALID   VALUE "A" "I".
           05  SSYT-ALLOWED-SEGMENT    PIC X(02).
           05  SSYT-DAILY-MAX          PIC 9(09).
           05  SSYT-OPERATOR           PIC X(08).
           05  SSYT-REASON             PIC X(20).
           05  FILLER                  PIC X(33).
