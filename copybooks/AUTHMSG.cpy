      *           alive without re-keying the password
      *    LOGO - log off: invalidate a session token immediately
      *    PERM - check whether the session token's user holds a role
      *    OTPV - second step of a privileged login: the username and
      *           the one-time PIN (in AR-PASSWORD) the MFAREQ login
      *           sent out, exchanged for the session token. An
      *           application with an allowed-types list in APPREG
      *           needs OTPV on it as well as LOGN for its privileged
      *           users to get in.
       01 AUTH-REQUEST.
           02 AR-REQUEST-TYPE          PIC X(4).
           02 AR-USERNAME              PIC X(12).
      *        NOTFOUND - username not on file
      *        DISABLED - account disabled
      *        LOCKED   - account locked out
      *        ACCTEXP  - login refused: the account's end date
      *                   (UM-EXPIRY-DATE) has passed; the sponsor
      *                   has to have it extended with usrmaint
      *                   EXPIRE
      *        BLOCKED  - logins temporarily refused by an AUTHBLK
      *                   defensive block authmon raised; clears
      *                   when the block's cool-down lapses or ops
      *                   lifts it with authctl UNBLOCK
      *        BADPASS  - password incorrect
      *        MFAREQ   - password verified, but the account holds an
      *                   MFA_ROLES role: a one-time PIN has been sent
      *                   through the notification gateway and no
      *                   session is issued until OTPV presents it
      *        BADPIN   - one-time PIN incorrect; counts toward the
      *                   lockout like a bad password
      *        PINEXP   - no one-time PIN outstanding, or it lapsed
      *                   after MFA_PIN_TTL_SECS; log in again for a
      *                   new one
      *        PSWDEXP  - password correct but expired; a change
      *                   through PCHG is required before a session
      *                   is issued
      *        NOROLE   - token's user does not hold the role
      *        BADCLNT  - caller's client-id blank or not registered
      *                   in APPREG.DAT
      *        APPTYPE  - the request type is not one the calling
      *                   application is allowed to send
      *        APPROLE  - password verified, but the username lacks
      *                   the role the calling application requires
      *                   for login; no session is issued
      *        BADREQ   - unknown request type
           02 AS-REASON-CODE           PIC X(8).
