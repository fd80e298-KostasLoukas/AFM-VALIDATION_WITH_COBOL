           05  DTL8O                        PIC X(60).
           05  FILLER                       PIC X(3).
           05  MSGLN2O                      PIC X(79).

       01  AFMMAP3I.
           05  FILLER                       PIC X(12).
           05  SSRCL                        COMP PIC S9(4).
           05  SSRCF                        PIC X.
           05  FILLER REDEFINES SSRCF.
               10  SSRCA                    PIC X.
           05  SSRCI                        PIC X(10).
           05  SRCL                         COMP PIC S9(4).
           05  SRCF                         PIC X.
           05  FILLER REDEFINES SRCF.
               10  SRCA                     PIC X.
           05  SRCI                         PIC X(2).
           05  SITEML                       COMP PIC S9(4).
           05  SITEMF                       PIC X.
           05  FILLER REDEFINES SITEMF.
               10  SITEMA                   PIC X.
           05  SITEMI                       PIC X(60).
           05  SSTATEL                      COMP PIC S9(4).
           05  SSTATEF                      PIC X.
           05  FILLER REDEFINES SSTATEF.
               10  SSTATEA                  PIC X.
           05  SSTATEI                      PIC X(60).
           05  SREJL                        COMP PIC S9(4).
           05  SREJF                        PIC X.
           05  FILLER REDEFINES SREJF.
               10  SREJA                    PIC X.
           05  SREJI                        PIC X(53).
           05  SOAFML                       COMP PIC S9(4).
           05  SOAFMF                       PIC X.
           05  FILLER REDEFINES SOAFMF.
               10  SOAFMA                   PIC X.
           05  SOAFMI                       PIC X(14).
           05  SONAMEL                      COMP PIC S9(4).
           05  SONAMEF                      PIC X.
           05  FILLER REDEFINES SONAMEF.
               10  SONAMEA                  PIC X.
           05  SONAMEI                      PIC X(30).
           05  SAFML                        COMP PIC S9(4).
           05  SAFMF                        PIC X.
           05  FILLER REDEFINES SAFMF.
               10  SAFMA                    PIC X.
           05  SAFMI                        PIC X(14).
           05  SNAMEL                       COMP PIC S9(4).
           05  SNAMEF                       PIC X.
           05  FILLER REDEFINES SNAMEF.
               10  SNAMEA                   PIC X.
           05  SNAMEI                       PIC X(30).
           05  SACTL                        COMP PIC S9(4).
           05  SACTF                        PIC X.
           05  FILLER REDEFINES SACTF.
               10  SACTA                    PIC X.
           05  SACTI                        PIC X(1).
           05  SRESL                        COMP PIC S9(4).
           05  SRESF                        PIC X.
           05  FILLER REDEFINES SRESF.
               10  SRESA                    PIC X.
           05  SRESI                        PIC X(7).
           05  SREASL                       COMP PIC S9(4).
           05  SREASF                       PIC X.
           05  FILLER REDEFINES SREASF.
               10  SREASA                   PIC X.
           05  SREASI                       PIC X(50).
           05  SMSGL                        COMP PIC S9(4).
           05  SMSGF                        PIC X.
           05  FILLER REDEFINES SMSGF.
               10  SMSGA                    PIC X.
           05  SMSGI                        PIC X(79).

       01  AFMMAP3O REDEFINES AFMMAP3I.
           05  FILLER                       PIC X(12).
           05  FILLER                       PIC X(3).
           05  SSRCO                        PIC X(10).
           05  FILLER                       PIC X(3).
           05  SRCO                         PIC X(2).
           05  FILLER                       PIC X(3).
           05  SITEMO                       PIC X(60).
           05  FILLER                       PIC X(3).
           05  SSTATEO                      PIC X(60).
           05  FILLER                       PIC X(3).
           05  SREJO                        PIC X(53).
           05  FILLER                       PIC X(3).
           05  SOAFMO                       PIC X(14).
           05  FILLER                       PIC X(3).
           05  SONAMEO                      PIC X(30).
           05  FILLER                       PIC X(3).
           05  SAFMO                        PIC X(14).
           05  FILLER                       PIC X(3).
           05  SNAMEO                       PIC X(30).
           05  FILLER                       PIC X(3).
           05  SACTO                        PIC X(1).
           05  FILLER                       PIC X(3).
           05  SRESO                        PIC X(7).
           05  FILLER                       PIC X(3).
           05  SREASO                       PIC X(50).
           05  FILLER                       PIC X(3).
           05  SMSGO                        PIC X(79).
