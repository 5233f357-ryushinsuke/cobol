      ******************************************************************
      *
      *  System ID      : T-STAR
      *  System name    : Next-generation TSTAR system
      *  Copybook ID    : MSGTMPLLNG.cpy
      *  Copybook name  : Message-template language variant record
      *
      *  Revision history
      *  Date       Section    Author  Content
      *  ---------- ---------- ------  ----------------------------
      *  20261015   SCS                New
      *
      *  One row per MSG-ID and language other than the default.
      *  The MSGTMPL-MSTR row is the default-language wording
      *  (language JA, or space); a variant here carries the same
      *  %01%..%10% placeholders in another language, so the same
      *  TK-MOJI substitution renders it.  A reader whose language
      *  has no in-service variant gets the default wording.
      *  Maintained through SCZY7084 with the language keyed in.
      *
      ******************************************************************
       01  MSGTMPLLNG-REC.
           05  ML-KEY.
               10  ML-MSG-ID              PIC  X(07).
      *---------- ISO 639-1 code in upper case, e.g. EN, ZH
               10  ML-LANG-CD             PIC  X(02).
           05  ML-TEMPLATE-DESC           PIC  X(60).
           05  ML-TEMPLATE-TEXT           PIC  X(200).
      *---------- space = in service, R = retired
           05  ML-DEL-KBN                 PIC  X(01).
