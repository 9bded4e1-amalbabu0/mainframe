           MOVE OUTREC TO ARCHREC.
      *    THE TERM RIDES IN THE RECORD'S FILLER (BYTES 75-80) SO
      *    THE INQUIRY FALLBACK CAN SAY WHICH TERM THE STUDENT WAS
      *    ARCHIVED UNDER. THE ARCHIVE KEEPS THE 80-BYTE RECORD OF
      *    EVERY EARLIER GENERATION, SO THE GRADING SCHEME IN BYTES
      *    81-84 IS NOT CARRIED - ARCREST TAKES IT FROM GRADREF FOR
      *    THE TERM WHEN IT PUTS A RECORD BACK.
           MOVE WS-TERM TO ARCHREC(75:6).
           WRITE ARCHREC.
           IF NOT FS3-OK
