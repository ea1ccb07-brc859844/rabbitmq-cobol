           05 rmq-rc-edit-fail         binary-long value 40.
           05 rmq-rc-window-exp        binary-long value 44.
           05 rmq-rc-sla-breach        binary-long value 48.
           05 rmq-rc-extract-refused   binary-long value 52.
           05 rmq-rc-restart-blocked   binary-long value 56.
           05 rmq-rc-depth-breach      binary-long value 60.
           05 rmq-rc-signon-refused    binary-long value 64.
