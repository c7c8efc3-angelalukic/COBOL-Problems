      *> NotifyGateway.cpy
      *> The interface files shared with the site's mail and pager
      *> relay. notifyoutbound.dat is ours to append to and the relay's
      *> to drain: one message per line, addressed to a recipient group
      *> the relay expands, priority 1 paged at once, 2 mailed at once,
      *> 3 mailed routinely. A resend goes out under the same message
      *> id with the attempt number raised. notifydelivery.dat is the
      *> relay's to append to and NotifyRetry's to drain: one outcome
      *> per delivery attempt, DLV delivered or UND undelivered.
      *> Copy with REPLACING ==()== BY ==<prefix>==.
       01 ()-gateway-message.
           05 ()-gwm-message-id        pic x(20).
           05 filler                   pic x.
           05 ()-gwm-group             pic x(8).
           05 filler                   pic x.
           05 ()-gwm-priority          pic x.
           05 filler                   pic x.
           05 ()-gwm-attempt           pic 9(2).
           05 filler                   pic x.
           05 ()-gwm-subject           pic x(60).
           05 filler                   pic x.
           05 ()-gwm-body              pic x(160).
       01 ()-gateway-status.
           05 ()-gws-message-id        pic x(20).
           05 filler                   pic x.
           05 ()-gws-result            pic x(3).
               88 ()-gws-delivered     value "DLV".
               88 ()-gws-undelivered   value "UND".
           05 filler                   pic x.
           05 ()-gws-time              pic x(14).
           05 filler                   pic x.
           05 ()-gws-reason            pic x(30).
