      *> Parameter block for calling RunLock.
      *> The caller sets the function and its own program name. On an
      *> acquire RunLock returns granted or refused, whether this call
      *> took the lock (only the taker releases it) and, when refused,
      *> who holds it; the refusal message is displayed by RunLock.
           05 RL-FUNCTION              PIC X(1).
              88 RL-ACQUIRE            VALUE "A".
              88 RL-RELEASE            VALUE "R".
           05 RL-PROGRAM               PIC X(12).
           05 RL-RESULT                PIC X(1).
              88 RL-GRANTED            VALUE "Y".
              88 RL-REFUSED            VALUE "N".
           05 RL-TAKEN                 PIC X(1).
              88 RL-LOCK-TAKEN         VALUE "Y".
           05 RL-HOLDER-PROGRAM        PIC X(12).
           05 RL-HOLDER-DATE           PIC 9(8).
           05 RL-HOLDER-TIME           PIC 9(6).
           05 RL-HOLDER-RUN-ID         PIC X(16).
